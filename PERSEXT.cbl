002217*                    COMPLET ; EN MODE DELTA UN PASSAGE AU STATUT
002218*                    PARTI OU DECEDE EMET UNE SUPPRESSION POUR
002219*                    QUE LE DESTINATAIRE RETIRE SA COPIE.
002220*   2026-10-15  JM   MODE FOYER (PARM "FOYER") : UN SEUL DETAIL
002221*                    PAR FOYER (TABLE FOYERS, TENUE PAR PERSFYA
002222*                    ET PERSFOY) POUR LES ENVOIS AUX MENAGES. LE
002223*                    DETAIL REPREND L'ID ET L'ADRESSE DU PREMIER
002224*                    MEMBRE ; LE DESTINATAIRE EST "FAMILLE <NOM>"
002225*                    QUAND TOUS LES MEMBRES PORTENT LE MEME NOM,
002226*                    SINON LES DEUX PREMIERS MEMBRES ("PRENOM NOM
002227*                    ET PRENOM NOM"), PORTE DANS LA RUBRIQUE NOM,
002228*                    PRENOM, TELEPHONE ET EMAIL A ESPACES. UNE
002229*                    PERSONNE SANS FOYER PART SEULE, TELLE
002230*                    QUELLE. L'ENTETE PORTE LE MODE F ; LA FIN
002231*                    (TYPE 9) PORTE DESORMAIS, DERRIERE LE NOMBRE
002232*                    D'ECARTEES, LE NOMBRE DE PERSONNES COUVERTES
002233*                    (EGAL AU NOMBRE DE DETAILS HORS MODE FOYER).
002234*                    LE MODE EST INSCRIT AU JOURNAL DES PASSAGES
002235*                    (COLONNE MODE_EXTRACTION) ET LA BORNE DU
002236*                    MODE DELTA IGNORE LES PASSAGES PAR FOYER.
002246*   2026-10-15  JM   LA BORNE DU MODE DELTA NE FRANCHIT PLUS UNE
002256*                    EXTRACTION REJETEE EN TOTALITE PAR LE BUREAU
002266*                    DE ROUTAGE (ACCUSE INTEGRE PAR PERSACQ, TABLE
002276*                    ACCUSES_ROUTAGE) : LES MOUVEMENTS DE CETTE
002286*                    EXTRACTION SONT REEMIS AU DELTA SUIVANT,
002287*                    JUSQU'A LA PROCHAINE EXTRACTION COMPLETE
002288*                    ACCEPTEE.
002290*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002291*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002293*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002294*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002295*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002297*                    TRAITER.
002298*--------------------------------------------------------------
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004300* CARACTERES), DERRIERE LE TYPE D'ENREGISTREMENT ET LE CODE
004310* MOUVEMENT (A CREATION, M REMPLACEMENT, S SUPPRESSION ; ESPACE
004320* EN MODE COMPLET). L'ENTETE PORTE LE MODE D'EXTRACTION (C
004330* COMPLET, D DELTA, F UN DETAIL PAR FOYER). LA FIN PORTE LE
004353* NOMBRE DE DETAILS, LE NOMBRE D'ECARTEES NPAI ET LE NOMBRE DE
004376* PERSONNES COUVERTES PAR LES DETAILS.
004400*--------------------------------------------------------------
004500 01  WS-INTERFACE-LINE           PIC X(651).
004600*
005800     05  EXT-F-TYPE              PIC X(01).
005900     05  EXT-F-NB-DETAILS        PIC 9(09).
005910     05  EXT-F-NB-EXCLUS         PIC 9(09).
005955     05  EXT-F-NB-PERSONNES      PIC 9(09).
006000     05  FILLER                  PIC X(623).
006100*
006200*--------------------------------------------------------------
006300* ZONE DE PARAMETRAGE DE LA SELECTION.
006400*     PARM FACULTATIF :  VILLE=<VILLE>  OU  CP=<PREFIXE>
006410*                        OU  DELTA  (MOUVEMENTS DEPUIS LE DERNIER
006420*                        PASSAGE TERMINE SANS ERREUR)
006460*                        OU  FOYER  (UN DETAIL PAR FOYER)
006500*--------------------------------------------------------------
006600 01  WS-PARM-LINE                PIC X(132).
006700 01  WS-SEL-CRITERE              PIC X(10).
006820 01  WS-MODE-SWITCH              PIC X(01)   VALUE "C".
006830     88  MODE-COMPLET                        VALUE "C".
006840     88  MODE-DELTA                          VALUE "D".
006870     88  MODE-FOYER                          VALUE "F".
006900*
007000*--------------------------------------------------------------
007100* ZONE DE TRAVAIL DU PASSAGE.
007800 01  WS-NB-DETAILS               PIC 9(09)   VALUE ZEROS.
007810 01  WS-MVT-CODE                 PIC X(01).
007820 01  WS-ID-SAUVE                 PIC 9(09).
007821 01  WS-NB-PERSONNES             PIC 9(09)   VALUE ZEROS.
007822*
007823*--------------------------------------------------------------
007824* ZONE DE TRAVAIL DU MODE FOYER : IMAGE DU PREMIER MEMBRE DU
007825* FOYER EN COURS, NOM ET PRENOM DU SECOND, NOMBRE DE MEMBRES.
007826*--------------------------------------------------------------
007827 01  WS-FOYER-COURANT            PIC S9(09).
007828 01  WS-NB-MEMBRES               PIC 9(05).
007829 01  WS-RECORD-PREMIER           PIC X(649).
007830 01  WS-NOM-PREMIER              PIC X(100).
007831 01  WS-PRENOM-PREMIER           PIC X(100).
007832 01  WS-NOM-SECOND               PIC X(100).
007833 01  WS-PRENOM-SECOND            PIC X(100).
007834*
007835 77  WS-NOMS-SWITCH              PIC X(01).
007836     88  NOMS-DIFFERENTS                     VALUE "Y".
007838*
007840 77  WS-EXCLUSION-SWITCH         PIC X(01).
007850     88  PERSONNE-EXCLUE                     VALUE "Y".
007900*
008480 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
008490     88  JOURNAL-OUVERT                      VALUE "Y".
008500*
008512*--------------------------------------------------------------
008525* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
008537* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
008550* HOTE.
008562*--------------------------------------------------------------
008575     COPY PERSHABC.
008587*
008600 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008700     COPY PERSREC.
008710     COPY PERSJRN.
008755 01  WS-DLT-CREATION             PIC 9(01).
008760 01  WS-PERS-NPAI                PIC X(01).
008761 01  WS-PERS-STATUT              PIC X(01).
008765 01  WS-CLE-FOYER                PIC S9(09).
008770 01  WS-NB-EXCLUS                PIC 9(09)   VALUE ZEROS.
008785 01  WS-NB-REJETS-TOTAUX         PIC 9(09)   VALUE ZEROS.
008800 01  WS-SEL-VILLE                PIC X(100).
008900 01  WS-SEL-CP-MASQUE            PIC X(11).
009000 01  USERNAME                    PIC X(30).
011010*
011020     PERFORM 8800-JOURNAL-DEBUT
011030         THRU 8800-JOURNAL-DEBUT-EXIT.
011032*
011035     PERFORM 2100-CONTROLER-HABILITATION
011037         THRU 2100-CONTROLER-HABILITATION-EXIT.
011040*
011050     IF MODE-DELTA
011060         PERFORM 2600-LIRE-BORNE-DELTA
011491             UNTIL FIN-CURSEUR
011492         PERFORM 6500-FERMETURE-CURSEUR-DELTA
011493             THRU 6500-FERMETURE-CURSEUR-DELTA-EXIT
011494     END-IF.
011495*
011496     IF MODE-FOYER
011497         PERFORM 3050-OUVERTURE-CURSEUR-FOYER
011498             THRU 3050-OUVERTURE-CURSEUR-FOYER-EXIT
011499         PERFORM 3550-CONTROLE-VOLUME-FOYER
011500             THRU 3550-CONTROLE-VOLUME-FOYER-EXIT
011501         PERFORM 3600-COMPTER-EXCLUS
011502             THRU 3600-COMPTER-EXCLUS-EXIT
011503         PERFORM 4100-FETCH-MEMBRE
011504             THRU 4100-FETCH-MEMBRE-EXIT
011505         PERFORM 5100-TRAITER-FOYER
011506             THRU 5100-TRAITER-FOYER-EXIT
011507             UNTIL FIN-CURSEUR
011508         PERFORM 6100-FERMETURE-CURSEUR-FOYER
011509             THRU 6100-FERMETURE-CURSEUR-FOYER-EXIT
011510     END-IF.
011511*
011512     IF MODE-COMPLET
011556         PERFORM 3000-OUVERTURE-CURSEUR
011600             THRU 3000-OUVERTURE-CURSEUR-EXIT
011610*
011620         PERFORM 3500-CONTROLE-VOLUME
014540         MOVE SPACES TO WS-PARM-LINE
014550     END-IF.
014560*
014565     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
014571         = "FOYER"
014577         SET MODE-FOYER TO TRUE
014582         MOVE SPACES TO WS-PARM-LINE
014588     END-IF.
014594*
014600     IF WS-PARM-LINE NOT = SPACES
014700         MOVE SPACES TO WS-SEL-CRITERE
014800         MOVE SPACES TO WS-SEL-VALEUR
024100*
024200 2000-CONNEXION-EXIT.
024300     EXIT.
024302*
024305*==============================================================
024308* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
024311*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
024314*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
024317*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
024320*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
024322*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
024325*==============================================================
024328 2100-CONTROLER-HABILITATION.
024331     MOVE "PERSEXT" TO HAB-PROGRAMME.
024334     MOVE WS-MODE-SWITCH TO HAB-MODE.
024337     MOVE ZEROS TO HAB-ID.
024340     SET HAB-REQUIS-AGENT TO TRUE.
024341*
024342     CALL "PERSHAB" USING HAB-CONTROLE.
024345*
024348     IF HAB-ERREUR-SQL
024351         EXEC SQL ROLLBACK END-EXEC
024354         DISPLAY "PERSEXT : controle d'habilitation en echec."
024357         MOVE 16 TO RETURN-CODE
024360         GO TO 9999-FIN
024362     END-IF.
024365*
024368     EXEC SQL COMMIT END-EXEC.
024371*
024374     IF HAB-REFUSE
024377         DISPLAY "PERSEXT : lancement refuse - " HAB-MOTIF
024380         DISPLAY "  Operateur : " HAB-UTILISATEUR
024382         MOVE 28 TO RETURN-CODE
024385         GO TO 9999-FIN
024388     END-IF.
024391*
024394 2100-CONTROLER-HABILITATION-EXIT.
024397     EXIT.
024400*
024500*==============================================================
024600* 2500-ECRIRE-ENTETE - EDITE L'ENREGISTREMENT ENTETE (TYPE 1,
026500*
026600 2500-ECRIRE-ENTETE-EXIT.
026700     EXIT.
026702*
026705*==============================================================
026707* 2600-LIRE-BORNE-DELTA - RETROUVE DANS LE JOURNAL DES PASSAGES
026710*     BATCH LA FIN DU DERNIER PASSAGE PERSEXT TERMINE SANS ERREUR
026712*     (CODE RETOUR 0), HORS ENVOIS PAR FOYER (MODE F) : C'EST LA
026715*     BORNE BASSE DES MOUVEMENTS A EXTRAIRE. SANS PASSAGE
026718*     PRECEDENT PROPRE, LE MODE DELTA EST REFUSE : LE BUREAU DE
026720*     ROUTAGE DOIT D'ABORD RECEVOIR UNE EXTRACTION COMPLETE.
026723*     UNE EXTRACTION REJETEE EN TOTALITE PAR LE BUREAU (TABLE
026725*     ACCUSES_ROUTAGE) ARRETE LA BORNE AVANT ELLE, AINSI QUE TOUT
026728*     PASSAGE POSTERIEUR, TANT QU'UNE EXTRACTION COMPLETE
026730*     ELLE-MEME NON REJETEE NE L'A PAS SUIVIE.
026733*==============================================================
026736 2600-LIRE-BORNE-DELTA.
026738     MOVE SPACES TO WS-DATE-BORNE.
026741*
026743     EXEC SQL
026746         SELECT COALESCE(TO_CHAR(MAX(j.fin),
026748                    'YYYY-MM-DD HH24:MI:SS'), '')
026751         INTO :WS-DATE-BORNE
026754         FROM journal_batch j
026756         WHERE TRIM(j.programme) = 'PERSEXT'
026759           AND j.fin IS NOT NULL
026761           AND j.code_retour = 0
026764           AND COALESCE(j.mode_extraction, 'C') <> 'F'
026766           AND NOT EXISTS
026769               (SELECT 1
026772                FROM accuses_routage a
026774                WHERE a.rejet_total = 'O'
026777                  AND a.debut_extraction <= j.debut
026779                  AND NOT EXISTS
026782                      (SELECT 1
026784                       FROM journal_batch c
026787                       WHERE TRIM(c.programme) = 'PERSEXT'
026790                         AND c.fin IS NOT NULL
026792                         AND c.code_retour = 0
026795                         AND COALESCE(c.mode_extraction, 'C')
026797                                 = 'C'
026800                         AND c.debut > a.debut_extraction
026802                         AND c.debut <= j.debut
026805                         AND NOT EXISTS
026808                             (SELECT 1
026810                              FROM accuses_routage r
026813                              WHERE r.debut_extraction = c.debut
026815                                AND r.rejet_total = 'O')))
026818     END-EXEC.
026821*
026822     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
026823         DISPLAY "Erreur SQL sur la borne delta SQLCODE: "
026836*
026837     DISPLAY "Mode delta - mouvements depuis " WS-DATE-BORNE.
026838*
026839     EXEC SQL
026840         SELECT COUNT(*)
026841         INTO :WS-NB-REJETS-TOTAUX
026842         FROM accuses_routage
026843         WHERE rejet_total = 'O'
026844           AND debut_extraction >
026845                   TO_TIMESTAMP(:WS-DATE-BORNE,
026846                                'YYYY-MM-DD HH24:MI:SS')
026847     END-EXEC.
026848*
026849     IF SQLCODE = 0 AND WS-NB-REJETS-TOTAUX NOT = ZEROS
026850         DISPLAY "Mode delta - borne maintenue avant "
026851             WS-NB-REJETS-TOTAUX " extraction(s) rejetee(s) en "
026852             "totalite par le bureau de routage."
026853     END-IF.
026862*
026871 2600-LIRE-BORNE-DELTA-EXIT.
026881     EXIT.
026890*
026900*==============================================================
027000* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR SUR LES
027100*     PERSONNES DE LA ZONE DEMANDEE, TRIEES PAR ID. UNE ZONE DE
029700     END-IF.
029800*
029900 3000-OUVERTURE-CURSEUR-EXIT.
029901     EXIT.
029903*
029904*==============================================================
029906* 3050-OUVERTURE-CURSEUR-FOYER - DECLARE ET OUVRE LE CURSEUR DES
029907*     PERSONNES EXTRACTIBLES (ACTIVES, NON NPAI) TRIEES PAR
029909*     FOYER PUIS PAR ID. UNE PERSONNE SANS FOYER RECOIT UNE CLE
029910*     DE RUPTURE PROPRE (SON ID EN NEGATIF) ET PART SEULE.
029912*==============================================================
029913 3050-OUVERTURE-CURSEUR-FOYER.
029915     EXEC SQL
029916         DECLARE C-FOYERS-EXT CURSOR FOR
029918         SELECT CASE WHEN foyer_id IS NULL THEN -id
029920                     ELSE foyer_id END,
029921                id, nom, prenom, date_naissance, adresse,
029923                ville, code_postal, telephone, email
029924         FROM personnes
029926         WHERE COALESCE(npai, 'N') <> 'O'
029927           AND COALESCE(statut, 'A') = 'A'
029929         ORDER BY 1, id
029930     END-EXEC.
029932*
029933     EXEC SQL
029935         OPEN C-FOYERS-EXT
029937     END-EXEC.
029938*
029940     IF SQLCODE NOT = 0
029941         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
029943             SQLCODE
029944         MOVE 16 TO RETURN-CODE
029946         GO TO 9999-FIN
029947     END-IF.
029949*
029950 3050-OUVERTURE-CURSEUR-FOYER-EXIT.
029952     EXIT.
029954*
029955*==============================================================
029957* 3500-CONTROLE-VOLUME - COMPTE LES PERSONNES ATTENDUES DANS LA
029958*     SELECTION, POUR LE JOURNAL DES PASSAGES BATCH (VOLUME
029960*     ATTENDU RAPPROCHABLE DU VOLUME ECRIT PAR LE CONTROLE DU
029961*     MATIN).
029963*==============================================================
029964 3500-CONTROLE-VOLUME.
029966     EXEC SQL
029967         SELECT COUNT(*) INTO :WS-NB-ATTENDU
029969         FROM personnes
029971         WHERE (TRIM(:WS-SEL-VILLE) = ''
029972                OR ville = TRIM(:WS-SEL-VILLE))
029974           AND (TRIM(:WS-SEL-CP-MASQUE) = ''
029975                OR code_postal LIKE TRIM(:WS-SEL-CP-MASQUE))
029977           AND COALESCE(npai, 'N') <> 'O'
029978           AND COALESCE(statut, 'A') = 'A'
029980     END-EXEC.
029981*
029983     IF SQLCODE NOT = 0
029984         DISPLAY "Erreur au comptage des personnes SQLCODE: "
029986             SQLCODE
029988         MOVE 16 TO RETURN-CODE
029989         GO TO 9999-FIN
029991     END-IF.
029992*
029994 3500-CONTROLE-VOLUME-EXIT.
029995     EXIT.
029997*
029998*==============================================================
030000* 3550-CONTROLE-VOLUME-FOYER - COMPTE LES FOYERS ATTENDUS (UN
030001*     DETAIL PAR FOYER, UNE PERSONNE SANS FOYER COMPTANT POUR
030003*     UN), POUR LE JOURNAL DES PASSAGES BATCH.
030005*==============================================================
030006 3550-CONTROLE-VOLUME-FOYER.
030008     EXEC SQL
030009         SELECT COUNT(DISTINCT CASE WHEN foyer_id IS NULL
030011                                    THEN -id
030012                                    ELSE foyer_id END)
030014         INTO :WS-NB-ATTENDU
030015         FROM personnes
030017         WHERE COALESCE(npai, 'N') <> 'O'
030018           AND COALESCE(statut, 'A') = 'A'
030020     END-EXEC.
030022*
030023     IF SQLCODE NOT = 0
030025         DISPLAY "Erreur au comptage des foyers SQLCODE: "
030026             SQLCODE
030028         MOVE 16 TO RETURN-CODE
030029         GO TO 9999-FIN
030031     END-IF.
030032*
030034 3550-CONTROLE-VOLUME-FOYER-EXIT.
030035     EXIT.
030037*
030039*==============================================================
030040* 3600-COMPTER-EXCLUS - COMPTE LES PERSONNES DE LA SELECTION
030041*     ECARTEES POUR MARQUAGE NPAI, PORTEES PAR L'ENREGISTREMENT
032400     END-EVALUATE.
032500*
032600 4000-FETCH-PERSONNE-EXIT.
032602     EXIT.
032605*
032608*==============================================================
032611* 4100-FETCH-MEMBRE - RAMENE LA PERSONNE SUIVANTE DU CURSEUR
032614*     PAR FOYER, AVEC SA CLE DE RUPTURE. SQLCODE = 100 MARQUE LA
032617*     FIN DE LA SELECTION.
032620*==============================================================
032622 4100-FETCH-MEMBRE.
032625     EXEC SQL
032628         FETCH C-FOYERS-EXT
032631         INTO :WS-CLE-FOYER,
032634                :PERS-ID, :PERS-NOM, :PERS-PRENOM,
032637                :PERS-DATE-NAISSANCE, :PERS-ADRESSE,
032640                :PERS-VILLE, :PERS-CODE-POSTAL,
032642                :PERS-TELEPHONE, :PERS-EMAIL
032645     END-EXEC.
032648*
032651     EVALUATE SQLCODE
032654         WHEN 0
032657             CONTINUE
032660         WHEN 100
032662             SET FIN-CURSEUR TO TRUE
032665         WHEN OTHER
032668             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
032671             MOVE 16 TO RETURN-CODE
032674             GO TO 9999-FIN
032677     END-EVALUATE.
032680*
032682 4100-FETCH-MEMBRE-EXIT.
032685     EXIT.
032688*
032691*==============================================================
032694* 4500-FETCH-DELTA - RAMENE LE MOUVEMENT SUIVANT DU CURSEUR
032697*     DELTA. SQLCODE = 100 MARQUE LA FIN DE LA SELECTION.
032700*==============================================================
032702 4500-FETCH-DELTA.
032705     EXEC SQL
032708         FETCH C-DELTA
032711         INTO :PERS-ID, :WS-DLT-ACTION, :WS-DLT-ANCIENNE,
032714                :WS-DLT-CREATION
032717     END-EXEC.
032720*
032721     EVALUATE SQLCODE
032722         WHEN 0
035200         THRU 4000-FETCH-PERSONNE-EXIT.
035300*
035400 5000-TRAITER-PERSONNE-EXIT.
035401     EXIT.
035402*
035403*==============================================================
035404* 5100-TRAITER-FOYER - RUPTURE SUR LA CLE DE FOYER : RETIENT LE
035405*     PREMIER MEMBRE, CUMULE LES SUIVANTS JUSQU'AU CHANGEMENT DE
035406*     CLE, PUIS EMET LE DETAIL DU FOYER. LE MEMBRE QUI A PROVOQUE
035407*     LA RUPTURE OUVRE LE FOYER SUIVANT (LECTURE D'AVANCE
035408*     CLASSIQUE).
035409*==============================================================
035410 5100-TRAITER-FOYER.
035411     MOVE WS-CLE-FOYER TO WS-FOYER-COURANT.
035412     MOVE 1 TO WS-NB-MEMBRES.
035413     MOVE "N" TO WS-NOMS-SWITCH.
035414     MOVE PERS-RECORD TO WS-RECORD-PREMIER.
035415     MOVE PERS-NOM TO WS-NOM-PREMIER.
035416     MOVE PERS-PRENOM TO WS-PRENOM-PREMIER.
035417     MOVE SPACES TO WS-NOM-SECOND.
035418     MOVE SPACES TO WS-PRENOM-SECOND.
035419*
035420     PERFORM 4100-FETCH-MEMBRE
035421         THRU 4100-FETCH-MEMBRE-EXIT.
035422*
035423     PERFORM 5150-CUMULER-MEMBRE
035424         THRU 5150-CUMULER-MEMBRE-EXIT
035425         UNTIL FIN-CURSEUR
035426            OR WS-CLE-FOYER NOT = WS-FOYER-COURANT.
035427*
035428     PERFORM 5180-EMETTRE-FOYER
035429         THRU 5180-EMETTRE-FOYER-EXIT.
035430*
035431 5100-TRAITER-FOYER-EXIT.
035433     EXIT.
035434*
035435*==============================================================
035436* 5150-CUMULER-MEMBRE - COMPTE UN MEMBRE DE PLUS DANS LE FOYER
035437*     EN COURS, RETIENT LE SECOND POUR LE LIBELLE DU DESTINATAIRE
035438*     ET NOTE TOUT NOM DIFFERENT DE CELUI DU PREMIER MEMBRE.
035439*==============================================================
035440 5150-CUMULER-MEMBRE.
035441     ADD 1 TO WS-NB-MEMBRES.
035442*
035443     IF WS-NB-MEMBRES = 2
035444         MOVE PERS-NOM TO WS-NOM-SECOND
035445         MOVE PERS-PRENOM TO WS-PRENOM-SECOND
035446     END-IF.
035447*
035448     IF FUNCTION UPPER-CASE(FUNCTION TRIM(PERS-NOM))
035449         NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-PREMIER))
035450         SET NOMS-DIFFERENTS TO TRUE
035451     END-IF.
035452*
035453     PERFORM 4100-FETCH-MEMBRE
035454         THRU 4100-FETCH-MEMBRE-EXIT.
035455*
035456 5150-CUMULER-MEMBRE-EXIT.
035457     EXIT.
035458*
035459*==============================================================
035460* 5180-EMETTRE-FOYER - EDITE LE DETAIL DU FOYER SUR L'IMAGE DU
035461*     PREMIER MEMBRE. UN FOYER DE PLUSIEURS PERSONNES PORTE LE
035462*     DESTINATAIRE COMMUN DANS LA RUBRIQUE NOM ("FAMILLE <NOM>"
035463*     OU "PRENOM NOM ET PRENOM NOM"), LES RUBRIQUES PROPRES A
035465*     UNE PERSONNE (PRENOM, TELEPHONE, EMAIL) A ESPACES.
035466*==============================================================
035467 5180-EMETTRE-FOYER.
035468     MOVE WS-RECORD-PREMIER TO PERS-RECORD.
035469*
035470     IF WS-NB-MEMBRES > 1
035471         MOVE SPACES TO PERS-NOM
035472         MOVE SPACES TO PERS-PRENOM
035473         MOVE SPACES TO PERS-TELEPHONE
035474         MOVE SPACES TO PERS-EMAIL
035475         IF NOMS-DIFFERENTS
035476             STRING FUNCTION TRIM(WS-PRENOM-PREMIER) " "
035477                    FUNCTION TRIM(WS-NOM-PREMIER) " et "
035478                    FUNCTION TRIM(WS-PRENOM-SECOND) " "
035479                    FUNCTION TRIM(WS-NOM-SECOND)
035480                 DELIMITED BY SIZE INTO PERS-NOM
035481         ELSE
035482             STRING "Famille "
035483                    FUNCTION TRIM(WS-NOM-PREMIER)
035484                 DELIMITED BY SIZE INTO PERS-NOM
035485         END-IF
035486     END-IF.
035487*
035488     MOVE SPACES TO WS-INTERFACE-LINE.
035489     MOVE "2" TO EXT-D-TYPE.
035490     MOVE PERS-RECORD TO EXT-D-PERSONNE.
035491*
035492     MOVE WS-INTERFACE-LINE TO EXT-RECORD.
035493     WRITE EXT-RECORD.
035494*
035495     IF NOT EXT-STATUT-OK
035496         DISPLAY "Erreur a l'ecriture EXTOUT, statut : "
035498             WS-EXT-STATUS
035499         MOVE 16 TO RETURN-CODE
035500         GO TO 9999-FIN
035501     END-IF.
035502*
035503     ADD 1 TO WS-NB-DETAILS.
035504     ADD WS-NB-MEMBRES TO WS-NB-PERSONNES.
035505*
035506 5180-EMETTRE-FOYER-EXIT.
035507     EXIT.
035508*
035509*==============================================================
035510* 5500-TRAITER-DELTA - TRADUIT LE MOUVEMENT COURANT EN DETAIL
035511*     INTERFACE : POUR A/M/F/R LA LIGNE COURANTE DE PERSONNES EST
035512*     RELUE (SI ELLE A DISPARU ENTRE TEMPS, LE MOUVEMENT DEVIENT
035513*     UNE SUPPRESSION) ; POUR S/P SEUL L'ID EST EMIS AVEC LE CODE
035514*     SUPPRESSION. UNE FUSION (F) EMET EN PLUS LA SUPPRESSION DE
035515*     L'ID CONDAMNE RELU DANS L'ANCIENNE VALEUR DE LA TRACE.
035516*     ENCHAINE SUR LE MOUVEMENT SUIVANT (LECTURE D'AVANCE
035517*     CLASSIQUE).
035518*==============================================================
035519 5500-TRAITER-DELTA.
035520     MOVE "N" TO WS-EXCLUSION-SWITCH.
035521*
035522     EVALUATE WS-DLT-ACTION
035523         WHEN "A"
035524         WHEN "M"
035525         WHEN "F"
035526         WHEN "R"
035527             PERFORM 5550-RELIRE-PERSONNE
035528                 THRU 5550-RELIRE-PERSONNE-EXIT
035530         WHEN OTHER
035531             MOVE "S" TO WS-MVT-CODE
035532             PERFORM 5570-VIDER-RECORD
036300     END-EXEC.
036400*
036500 6000-FERMETURE-CURSEUR-EXIT.
036507     EXIT.
036515*
036523*==============================================================
036531* 6100-FERMETURE-CURSEUR-FOYER - FERME LE CURSEUR PAR FOYER.
036539*==============================================================
036547 6100-FERMETURE-CURSEUR-FOYER.
036555     EXEC SQL
036563         CLOSE C-FOYERS-EXT
036571     END-EXEC.
036579*
036587 6100-FERMETURE-CURSEUR-FOYER-EXIT.
036595     EXIT.
036603*
036611*==============================================================
036612* 6500-FERMETURE-CURSEUR-DELTA - FERME LE CURSEUR DELTA.
036613*==============================================================
036700*
036800*==============================================================
036900* 7000-ECRIRE-FIN - EDITE L'ENREGISTREMENT FIN (TYPE 9, NOMBRE
037000*     DE DETAILS, D'ECARTEES ET DE PERSONNES COUVERTES - UNE PAR
037033*     DETAIL HORS MODE FOYER) ET FERME LE FICHIER INTERFACE. LE
037066*     COMPTE EST CADRE ZERO POUR LE CONTROLE DE COMPLETUDE DU
037100*     DESTINATAIRE.
037200*==============================================================
037300 7000-ECRIRE-FIN.
037400     MOVE SPACES TO WS-INTERFACE-LINE.
037500     MOVE "9" TO EXT-F-TYPE.
037600     MOVE WS-NB-DETAILS TO EXT-F-NB-DETAILS.
037610     MOVE WS-NB-EXCLUS TO EXT-F-NB-EXCLUS.
037628     IF NOT MODE-FOYER
037646         MOVE WS-NB-DETAILS TO WS-NB-PERSONNES
037664     END-IF.
037682     MOVE WS-NB-PERSONNES TO EXT-F-NB-PERSONNES.
037700*
037800     MOVE WS-INTERFACE-LINE TO EXT-RECORD.
037900     WRITE EXT-RECORD.
039700     DISPLAY "Extraction produite - " WS-NB-DETAILS
039800         " personne(s), " WS-NB-EXCLUS
039810         " ecartee(s) NPAI.".
039828     IF MODE-FOYER
039846         DISPLAY "Envoi par foyer - " WS-NB-DETAILS
039864             " foyer(s) pour " WS-NB-PERSONNES " personne(s)."
039882     END-IF.
039900     MOVE 0 TO RETURN-CODE.
040000*
040100 7000-ECRIRE-FIN-EXIT.
040340*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
040350*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
040360*==============================================================
040361 8800-JOURNAL-DEBUT.
040362     MOVE "PERSEXT" TO JRN-PROGRAMME.
040364     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
040365     ACCEPT WS-JRN-HEURE FROM TIME.
040366*
040368     MOVE SPACES TO JRN-DEBUT.
040369     STRING WS-JRN-DATE(1:4) "-"
040370            WS-JRN-DATE(5:2) "-"
040372            WS-JRN-DATE(7:2) " "
040373            WS-JRN-HEURE(1:2) ":"
040374            WS-JRN-HEURE(3:2) ":"
040376            WS-JRN-HEURE(5:2)
040377         DELIMITED BY SIZE INTO JRN-DEBUT.
040378*
040380     SET JRN-PASSAGE-NORMAL TO TRUE.
040381     MOVE WS-MODE-SWITCH TO JRN-MODE.
040382*
040384     EXEC SQL
040385         INSERT INTO journal_batch (programme, debut, reprise,
040386                                    mode_extraction)
040388         VALUES (:JRN-PROGRAMME,
040389                 TO_TIMESTAMP(:JRN-DEBUT,
040390                              'YYYY-MM-DD HH24:MI:SS'),
040391                 :JRN-REPRISE, :JRN-MODE)
040392     END-EXEC.
040393*
040394     IF SQLCODE NOT = 0
040439 8900-JOURNAL-FIN-EXIT.
040440     EXIT.
040441*
040470*==============================================================
040500* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
040600*==============================================================
040700 9999-FIN.
