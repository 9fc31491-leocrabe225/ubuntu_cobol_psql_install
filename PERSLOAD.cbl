002097*                    SEQ_PERSONNES_ID), SANS COLLISION POSSIBLE
002098*                    AVEC LA MAINTENANCE EN LIGNE ; UN ECHEC
002099*                    D'ALLOCATION ENVOIE LA LIGNE EN REJET.
002100*   2026-10-15  JM   TENUE DES FOYERS : CHAQUE PERSONNE CHARGEE
002101*                    EST AFFECTEE A SON FOYER PAR LE SOUS-
002102*                    PROGRAMME PARTAGE PERSFYA DANS UNE UNITE DE
002103*                    TRAVAIL DISTINCTE ; UN ECHEC EST SIGNALE
002104*                    SANS REJETER LA LIGNE, LE RECALCUL NOCTURNE
002105*                    PERSFOY LE REPREND.
002115*   2026-10-15  JM   CONTROLE DES FICHIERS RECUS : LE FICHIER
002125*                    LOADIN PORTE UN ENREGISTREMENT ENTETE
002135*                    (EMETTEUR, TYPE, SEQUENCE, DATE DE
002145*                    PRODUCTION) ET UN ENREGISTREMENT FIN (NOMBRE
002155*                    DE LIGNES). IL EST LU UNE PREMIERE FOIS EN
002156*                    ENTIER ET SOUMIS AU SOUS-PROGRAMME PARTAGE
002157*                    PERSRCV (TABLE FICHIERS_RECUS) AVANT TOUTE
002158*                    APPLICATION : UNE SEQUENCE DEJA APPLIQUEE,
002159*                    UNE RUPTURE DE SEQUENCE (SAUF PARM FORCER) OU
002160*                    UN NOMBRE ANNONCE DIFFERENT DES LIGNES LUES
002161*                    FONT REFUSER LE FICHIER EN CODE RETOUR 24,
002162*                    SANS RIEN APPLIQUER. EN FIN DE PASSAGE LE
002164*                    FICHIER EST MARQUE APPLIQUE.
002165*   2026-10-15  JM   LE CONTROLE PERSVAL VERIFIE LE CODE POSTAL ET
002166*                    LA VILLE SUR LE REFERENTIEL DES COMMUNES. UNE
002167*                    ERREUR SQL DU CONTROLE ANNULE LA TRANSACTION
002168*                    ET ENVOIE LA LIGNE EN REJET, LE PASSAGE
002169*                    CONTINUE.
002170*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002171*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002173*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002174*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002175*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002176*                    TRAITER.
002177*   2026-10-15  JM   AVANT CHAQUE INSERTION, UNE IMAGE ABSENTE EST
002178*                    INSCRITE DANS PERSONNES_HISTORIQUE PAR LE
002179*                    SOUS-PROGRAMME PARTAGE PERSHIS, DANS LA MEME
002181*                    UNITE DE TRAVAIL : ELLE OUVRE L'HISTORIQUE DE
002182*                    LA PERSONNE. UN ECHEC ANNULE L'INSERTION ET
002183*                    ENVOIE LA LIGNE EN REJET, LE PASSAGE
002184*                    CONTINUE.
002185*   2026-10-15  JM   UN FICHIER LOADIN RESTE EN COURS APRES UN
002186*                    PASSAGE INTERROMPU EST REFUSE PAR PERSRCV EN
002187*                    CODE RETOUR 24 SAUF PARM REPRISE (SEUL OU
002188*                    AVEC FORCER) : LES PERSONNES CREEES AVANT
002190*                    L'INTERRUPTION LE SERAIENT UNE SECONDE FOIS
002191*                    SOUS UN NOUVEL ID ET SONT A SUPPRIMER
002192*                    (PERSMNT MODE S) AVANT DE DONNER LA REPRISE.
002193*   2026-10-15  JM   LE FICHIER LOADIN EST MARQUE APPLIQUE AVANT
002194*                    LES TOTAUX : L'APPEL DE PERSRCV REMETTAIT A
002195*                    ZERO LE CODE RETOUR 4 (LIGNES REJETEES) ET UN
002196*                    ECHEC A LA FERMETURE DE LOADREJ LAISSAIT LE
002198*                    FICHIER EN COURS.
002199*--------------------------------------------------------------
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
006000 01  WS-CHAMP-TELEPHONE          PIC X(20).
006100 01  WS-CHAMP-EMAIL              PIC X(100).
006200*
006214*--------------------------------------------------------------
006228* ZONE DE PARAMETRAGE DU PASSAGE.
006242*     PARM FACULTATIF :  FORCER  (ADMET UNE RUPTURE DE SEQUENCE)
006247*                        REPRISE (REPREND UN FICHIER RESTE EN
006252*                        COURS), SEUL OU APRES FORCER
006257*--------------------------------------------------------------
006271 01  WS-PARM-LINE                PIC X(80).
006285*
006300*--------------------------------------------------------------
006400* ZONE DE TRAVAIL DU PASSAGE.
006500*--------------------------------------------------------------
007500*
007600 01  WS-MOTIF-REJET              PIC X(50).
007700 01  WS-SQLCODE-EDITE            PIC -(08)9.
007725 01  WS-ENREG-TYPE               PIC X(03).
007800*
007900 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
008000     88  FIN-FICHIER                         VALUE "Y".
008384* HOTE.
008385*--------------------------------------------------------------
008386     COPY PERSNIDC.
008387*
008389*--------------------------------------------------------------
008391* COMPTE RENDU DE L'AFFECTATION AU FOYER (SOUS-PROGRAMME
008393* PERSFYA), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
008394* HOTE.
008396*--------------------------------------------------------------
008398     COPY PERSFYAC.
008400*
008412*--------------------------------------------------------------
008425* COMPTE RENDU DU CONTROLE DES FICHIERS RECUS (SOUS-PROGRAMME
008437* PERSRCV), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
008450* HOTE.
008462*--------------------------------------------------------------
008475     COPY PERSRCVC.
008476*
008478*--------------------------------------------------------------
008479* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
008481* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
008482* HOTE.
008484*--------------------------------------------------------------
008485     COPY PERSHABC.
008487*
008489*--------------------------------------------------------------
008490* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
008492* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
008493* HOTE.
008495*--------------------------------------------------------------
008496     COPY PERSHISC.
008498*
008500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008600     COPY PERSREC.
008700     COPY PERSAUD.
011110*
011120     PERFORM 8800-JOURNAL-DEBUT
011130         THRU 8800-JOURNAL-DEBUT-EXIT.
011134*
011138     PERFORM 2100-CONTROLER-HABILITATION
011142         THRU 2100-CONTROLER-HABILITATION-EXIT.
011147*
011165     PERFORM 2200-CONTROLER-FICHIER
011182         THRU 2200-CONTROLER-FICHIER-EXIT.
011200*
011300     PERFORM 2500-LIRE-ENTREE
011400         THRU 2500-LIRE-ENTREE-EXIT.
011700         THRU 3000-TRAITER-LIGNE-EXIT
011800         UNTIL FIN-FICHIER.
011900*
011925     PERFORM 8500-MARQUER-APPLIQUE
011950         THRU 8500-MARQUER-APPLIQUE-EXIT.
011975*
012000     PERFORM 8000-TOTAUX
012100         THRU 8000-TOTAUX-EXIT.
012200*
012600* 1000-INITIALISATION - OUVERTURE DU FICHIER D'ENTREE ET DU
012700*     FICHIER DES REJETS. UN FICHIER D'ENTREE ABSENT EST UNE
012800*     ERREUR DE LANCEMENT, PAS UN PASSAGE VIDE.
012833*     LE PARM FACULTATIF FORCER ADMET UNE RUPTURE DE SEQUENCE
012866*     DU FICHIER (CF 2200-CONTROLER-FICHIER). LE PARM REPRISE
012877*     ADMET UN FICHIER RESTE EN COURS APRES UN PASSAGE
012888*     INTERROMPU.
012900*==============================================================
013000 1000-INITIALISATION.
013005     MOVE SPACES TO WS-PARM-LINE.
013011     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
013015     MOVE "N" TO RCV-FORCAGE.
013019     MOVE "N" TO RCV-REPRISE.
013023*
013027     IF WS-PARM-LINE NOT = SPACES
013031         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
013035             WHEN "FORCER"
013040                 SET RCV-RUPTURE-FORCEE TO TRUE
013044             WHEN "REPRISE"
013048                 SET RCV-REPRISE-DEMANDEE TO TRUE
013052             WHEN "FORCER REPRISE"
013056                 SET RCV-RUPTURE-FORCEE TO TRUE
013060                 SET RCV-REPRISE-DEMANDEE TO TRUE
013064             WHEN OTHER
013067                 DISPLAY "PERSLOAD : parm inconnu : " WS-PARM-LINE
013070                 DISPLAY "PERSLOAD : attendu FORCER, REPRISE ou "
013073                     "FORCER REPRISE"
013077                 MOVE 16 TO RETURN-CODE
013081                 GO TO 9999-FIN
013085         END-EVALUATE
013089     END-IF.
013094*
013100     OPEN INPUT ENT-FILE.
013200*
013300     IF ENT-FICHIER-ABSENT
021600*
021700 2000-CONNEXION-EXIT.
021800     EXIT.
021802*
021805*==============================================================
021808* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
021811*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
021814*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
021817*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
021820*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
021822*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
021825*==============================================================
021828 2100-CONTROLER-HABILITATION.
021831     MOVE "PERSLOAD" TO HAB-PROGRAMME.
021834     MOVE SPACES TO HAB-MODE.
021837     MOVE ZEROS TO HAB-ID.
021840     SET HAB-REQUIS-AGENT TO TRUE.
021841*
021842     CALL "PERSHAB" USING HAB-CONTROLE.
021845*
021848     IF HAB-ERREUR-SQL
021851         EXEC SQL ROLLBACK END-EXEC
021854         DISPLAY "PERSLOAD : controle d'habilitation en echec."
021857         MOVE 16 TO RETURN-CODE
021860         GO TO 9999-FIN
021862     END-IF.
021865*
021868     EXEC SQL COMMIT END-EXEC.
021871*
021874     IF HAB-REFUSE
021877         DISPLAY "PERSLOAD : lancement refuse - " HAB-MOTIF
021880         DISPLAY "  Operateur : " HAB-UTILISATEUR
021882         MOVE 28 TO RETURN-CODE
021885         GO TO 9999-FIN
021888     END-IF.
021891*
021894 2100-CONTROLER-HABILITATION-EXIT.
021897     EXIT.
021900*
021901*==============================================================
021902* 2200-CONTROLER-FICHIER - PREMIERE LECTURE COMPLETE DU FICHIER
021903*     LOADIN : ENTETE EN PREMIERE LIGNE, LIGNES DE DETAIL
021904*     COMPTEES, FIN EN DERNIERE LIGNE. LE TOUT EST SOUMIS AU
021905*     CONTROLE PARTAGE PERSRCV, QUI INSCRIT LA PRESENTATION DANS
021906*     FICHIERS_RECUS. UN FICHIER REFUSE ARRETE LE PASSAGE EN CODE
021907*     RETOUR 24 SANS RIEN APPLIQUER ; UN FICHIER ACCEPTE EST
021908*     REOUVERT ET SON ENTETE SAUTE AVANT L'APPLICATION.
021909*==============================================================
021910 2200-CONTROLER-FICHIER.
021911     MOVE SPACES TO RCV-ENTETE-SWITCH.
021912     MOVE SPACES TO RCV-FIN-SWITCH.
021913     MOVE SPACES TO RCV-EMETTEUR.
021914     MOVE SPACES TO RCV-TYPE-FICHIER.
021915     MOVE SPACES TO RCV-SEQUENCE-EDIT.
021916     MOVE SPACES TO RCV-DATE-PRODUCTION.
021917     MOVE SPACES TO RCV-NB-ANNONCE-EDIT.
021918     MOVE ZEROS TO WS-NB-LUES.
021919*
021920     PERFORM 2300-LIRE-CONTROLE
021921         THRU 2300-LIRE-CONTROLE-EXIT.
021922*
021923     IF NOT FIN-FICHIER
021924         AND ENT-RECORD(1:4) = "ENT;"
021925         UNSTRING ENT-RECORD DELIMITED BY ";"
021926             INTO WS-ENREG-TYPE
021927                  RCV-EMETTEUR
021928                  RCV-TYPE-FICHIER
021929                  RCV-SEQUENCE-EDIT
021930                  RCV-DATE-PRODUCTION
021931         SET RCV-ENTETE-PRESENTE TO TRUE
021932         PERFORM 2300-LIRE-CONTROLE
021933             THRU 2300-LIRE-CONTROLE-EXIT
021934     END-IF.
021935*
021936     PERFORM 2350-COMPTER-LIGNE
021937         THRU 2350-COMPTER-LIGNE-EXIT
021938         UNTIL FIN-FICHIER.
021939*
021940     CLOSE ENT-FILE.
021941*
021942     MOVE "LOADIN" TO RCV-FLUX.
021943     MOVE "PERSLOAD" TO RCV-PROGRAMME.
021944     MOVE AUD-UTILISATEUR TO RCV-UTILISATEUR.
021945     MOVE WS-NB-LUES TO RCV-NB-LUES.
021946     SET RCV-FONCTION-CONTROLE TO TRUE.
021947     CALL "PERSRCV" USING RCV-CONTROLE.
021948*
021949     IF RCV-ERREUR-SQL
021950         EXEC SQL ROLLBACK END-EXEC
021951         DISPLAY "PERSLOAD : controle du fichier LOADIN en echec."
021952         MOVE 12 TO RETURN-CODE
021953         GO TO 9999-FIN
021954     END-IF.
021955*
021956     EXEC SQL COMMIT END-EXEC.
021957*
021958     IF RCV-REFUSE
021959         DISPLAY "PERSLOAD : fichier LOADIN refuse - " RCV-MOTIF
021960         MOVE 24 TO RETURN-CODE
021961         GO TO 9999-FIN
021962     END-IF.
021963*
021964     IF RCV-MOTIF NOT = SPACES
021965         DISPLAY "Avertissement - fichier LOADIN : " RCV-MOTIF
021966     END-IF.
021967*
021968     DISPLAY "PERSLOAD - fichier LOADIN sequence " RCV-SEQUENCE
021969         " du " RCV-DATE-PRODUCTION " accepte.".
021970*
021971     MOVE ZEROS TO WS-NB-LUES.
021972     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
021973     OPEN INPUT ENT-FILE.
021974*
021975     IF NOT ENT-STATUT-OK
021976         DISPLAY "Erreur a la reouverture de LOADIN, statut : "
021977             WS-ENT-STATUS
021978         MOVE 16 TO RETURN-CODE
021979         GO TO 9999-FIN
021980     END-IF.
021981*
021982     PERFORM 2300-LIRE-CONTROLE
021983         THRU 2300-LIRE-CONTROLE-EXIT.
021984*
021985 2200-CONTROLER-FICHIER-EXIT.
021986     EXIT.
021987*
021988*==============================================================
021989* 2300-LIRE-CONTROLE - RAMENE LA LIGNE SUIVANTE DU FICHIER, SANS
021990*     LA COMPTER (LECTURE DE CONTROLE ET SAUT DE L'ENTETE).
021991*==============================================================
021992 2300-LIRE-CONTROLE.
021993     READ ENT-FILE
021994         AT END
021995             SET FIN-FICHIER TO TRUE
021996     END-READ.
021997*
021998 2300-LIRE-CONTROLE-EXIT.
021999     EXIT.
022000*
022001*==============================================================
022002* 2350-COMPTER-LIGNE - COMPTE LA LIGNE DE DETAIL COURANTE OU
022003*     RELEVE L'ENREGISTREMENT FIN, QUI N'EST RETENU QUE S'IL EST
022004*     LE DERNIER DU FICHIER, PUIS ENCHAINE SUR LA LIGNE SUIVANTE
022005*     (LECTURE D'AVANCE CLASSIQUE).
022006*==============================================================
022007 2350-COMPTER-LIGNE.
022008     IF ENT-RECORD(1:4) = "FIN;"
022009         MOVE SPACES TO RCV-NB-ANNONCE-EDIT
022010         UNSTRING ENT-RECORD DELIMITED BY ";"
022011             INTO WS-ENREG-TYPE
022012                  RCV-NB-ANNONCE-EDIT
022013         SET RCV-FIN-PRESENTE TO TRUE
022014     ELSE
022015         MOVE "N" TO RCV-FIN-SWITCH
022016         ADD 1 TO WS-NB-LUES
022017     END-IF.
022018*
022019     PERFORM 2300-LIRE-CONTROLE
022020         THRU 2300-LIRE-CONTROLE-EXIT.
022021*
022022 2350-COMPTER-LIGNE-EXIT.
022023     EXIT.
022024*
022062*==============================================================
022100* 2500-LIRE-ENTREE - RAMENE LA LIGNE SUIVANTE DU FICHIER LOADIN
022200*     (LECTURE D'AVANCE CLASSIQUE). TOUTE LIGNE LUE COMPTE DANS
022300*     LE TOTAL LUES, POUR QUE LE RAPPROCHEMENT AVEC LE BORDEREAU
022400*     DE L'EMETTEUR TOMBE JUSTE.
022433*     L'ENREGISTREMENT FIN, DERNIER DU FICHIER, MARQUE LA FIN DE
022466*     LECTURE ET NE COMPTE PAS.
022500*==============================================================
022600 2500-LIRE-ENTREE.
022700     READ ENT-FILE
022800         AT END
022900             SET FIN-FICHIER TO TRUE
023000         NOT AT END
023033             IF ENT-RECORD(1:4) = "FIN;"
023066                 SET FIN-FICHIER TO TRUE
023100             ELSE
023133                 ADD 1 TO WS-NB-LUES
023166             END-IF
023200     END-READ.
023300*
023400 2500-LIRE-ENTREE-EXIT.
029710     CALL "PERSVAL" USING PERS-RECORD VAL-CONTROLE.
029720*
029730     IF NOT VAL-ACCEPTE
029732         IF VAL-ERREUR-SQL
029735             EXEC SQL ROLLBACK END-EXEC
029737         END-IF
029740         MOVE VAL-MESSAGE(1:50) TO WS-MOTIF-REJET
029750         PERFORM 3500-REJETER-LIGNE
029760             THRU 3500-REJETER-LIGNE-EXIT
032720*
032721 3700-ALLOUER-ID-EXIT.
032722     EXIT.
032726*
032730*==============================================================
032735* 3800-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
032739*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
032743*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
032748*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
032752*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
032756*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
032761*==============================================================
032765 3800-HISTORISER-LIGNE.
032769     MOVE PERS-ID TO HIS-ID.
032774     MOVE "PERSLOAD" TO HIS-PROGRAMME.
032778     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
032782     CALL "PERSHIS" USING HIS-HISTORISATION.
032787*
032791 3800-HISTORISER-LIGNE-EXIT.
032795     EXIT.
032800*
032900*==============================================================
033000* 4000-INSERER-PERSONNE - INSERE LA LIGNE COMPLETE DANS PERSONNES
033400*     LA LIGNE EN REJET, LE PASSAGE CONTINUE.
033500*==============================================================
033600 4000-INSERER-PERSONNE.
033608     MOVE "A" TO HIS-ACTION.
033616     PERFORM 3800-HISTORISER-LIGNE
033625         THRU 3800-HISTORISER-LIGNE-EXIT.
033633     IF HIS-ERREUR-SQL
033641         EXEC SQL ROLLBACK END-EXEC
033650         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
033658         PERFORM 3500-REJETER-LIGNE
033666             THRU 3500-REJETER-LIGNE-EXIT
033675         GO TO 4000-INSERER-PERSONNE-EXIT
033683     END-IF.
033691*
033700     EXEC SQL
033800         INSERT INTO personnes
033900             (id, nom, prenom, date_naissance, adresse,
038500     EXEC SQL COMMIT END-EXEC.
038600     ADD 1 TO WS-NB-CHARGEES.
038700*
038725     PERFORM 4500-AFFECTER-FOYER
038750         THRU 4500-AFFECTER-FOYER-EXIT.
038775*
038800 4000-INSERER-PERSONNE-EXIT.
038900     EXIT.
039000*
039004*==============================================================
039008* 4500-AFFECTER-FOYER - AFFECTE LA PERSONNE CHARGEE A SON FOYER
039013*     (SOUS-PROGRAMME PERSFYA) DANS SA PROPRE UNITE DE TRAVAIL,
039017*     L'INSERTION ETANT DEJA VALIDEE. UN ECHEC EST ANNULE ET
039021*     SIGNALE, LA LIGNE RESTE CHARGEE : LE RECALCUL NOCTURNE
039026*     PERSFOY REMET LE FOYER D'APLOMB.
039030*==============================================================
039034 4500-AFFECTER-FOYER.
039039     MOVE PERS-ID TO FYA-ID.
039043     CALL "PERSFYA" USING FYA-AFFECTATION.
039047*
039052     IF FYA-ACCEPTE
039056         EXEC SQL COMMIT END-EXEC
039060     ELSE
039065         EXEC SQL ROLLBACK END-EXEC
039069         DISPLAY "Avertissement - foyer non mis a jour pour l'id "
039073             PERS-ID " (repris par PERSFOY)"
039078     END-IF.
039082*
039086 4500-AFFECTER-FOYER-EXIT.
039091     EXIT.
039095*
039100*==============================================================
039200* 8000-TOTAUX - FERME LES FICHIERS ET EDITE LES TOTAUX DU
039300*     PASSAGE POUR LE RAPPROCHEMENT AVEC LE BORDEREAU DE
041000*
041100 8000-TOTAUX-EXIT.
041200     EXIT.
041204*
041208*==============================================================
041212* 8500-MARQUER-APPLIQUE - MARQUE LE FICHIER LOADIN APPLIQUE DANS
041216*     FICHIERS_RECUS (SOUS-PROGRAMME PERSRCV) AVEC LE NOMBRE DE
041220*     LIGNES CHARGEES. UN ECHEC LAISSE LE FICHIER EN COURS,
041224*     TOUTES SES LIGNES ETANT APPLIQUEES : IL NE DOIT PAS ETRE
041226*     REPRIS (PARM REPRISE), LE PASSAGE SORT EN CODE 12.
041227*     EXECUTE AVANT 8000-TOTAUX : L'APPEL DE PERSRCV REMET
041228*     LE CODE RETOUR A ZERO, LE CODE 4 (REJETS) EST POSE
041229*     ENSUITE PAR LES TOTAUX.
041230*==============================================================
041232 8500-MARQUER-APPLIQUE.
041236     MOVE WS-NB-CHARGEES TO RCV-NB-TRAITEES.
041240     SET RCV-FONCTION-APPLIQUE TO TRUE.
041244     CALL "PERSRCV" USING RCV-CONTROLE.
041248*
041252     IF RCV-ERREUR-SQL
041257         EXEC SQL ROLLBACK END-EXEC
041261         DISPLAY "PERSLOAD : fichier LOADIN non marque"
041265             " applique - a regulariser avant toute "
041269             "nouvelle presentation."
041273         MOVE 12 TO RETURN-CODE
041277         GO TO 9999-FIN
041281     END-IF.
041285*
041289     EXEC SQL COMMIT END-EXEC.
041293*
041297 8500-MARQUER-APPLIQUE-EXIT.
041301     EXIT.
041305*
041310*==============================================================
041320* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
041330*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
041439 8900-JOURNAL-FIN-EXIT.
041440     EXIT.
041441*
041470*==============================================================
041500* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
041600*==============================================================
041700 9999-FIN.
