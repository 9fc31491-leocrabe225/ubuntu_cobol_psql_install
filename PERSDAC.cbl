000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSDAC.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - DOSSIER DE DROIT D'ACCES
001000*                    D'UNE PERSONNE (TOUTES LES DONNEES DETENUES
001100*                    SUR ELLE), EDITE DANS L'ETAT DACOUT POUR
001200*                    REMISE AU DEMANDEUR : LIGNE COURANTE DE LA
001300*                    TABLE PERSONNES AVEC STATUT, MARQUAGE NPAI
001400*                    ET FOYER ; TRACE COMPLETE PERSONNES_AUDIT DE
001500*                    L'ID, Y COMPRIS LES TRACES DE FUSION (ACTION
001600*                    F) QUI DESIGNENT L'ID COMME CONDAMNE ; IMAGES
001700*                    DU FICHIER ARCHIVE PERSARC (PERSPRG) ; LIGNES
001800*                    DE TRACE DECHARGEES DANS LES FICHIERS
001900*                    AUDARCAAAAMMJJ (PERSAPU), RETROUVES PAR LES
002000*                    PASSAGES PERSAPU DU JOURNAL DES PASSAGES
002100*                    BATCH. LA PERSONNE EST DESIGNEE PAR SON ID
002200*                    OU PAR NOM;PRENOM;DATE DE NAISSANCE
002300*                    (RECHERCHE DANS PERSONNES PUIS DANS PERSARC ;
002400*                    DES HOMONYMES SONT LISTES ET SORTENT EN CODE
002500*                    RETOUR 4). LA PRODUCTION DU DOSSIER EST
002600*                    TRACEE DANS PERSONNES_AUDIT SOUS SA PROPRE
002700*                    ACTION D, POUR QUE LE DELEGUE A LA
002800*                    PROTECTION DES DONNEES PUISSE JUSTIFIER QUI A
002900*                    CONSULTE QUOI ET QUAND. LE PASSAGE EST
003000*                    INSCRIT DANS LE JOURNAL DES PASSAGES BATCH
003100*                    (TABLE JOURNAL_BATCH, COPYBOOK PERSJRN).
003114*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
003128*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
003142*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
003157*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
003171*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
003185*                    TRAITER.
003186*   2026-10-15  JM   LE DOSSIER REPREND AUSSI LES IMAGES
003187*                    HISTORISEES PAR PERSHIS (TABLE
003189*                    PERSONNES_HISTORIQUE, NOUVELLE SECTION
003190*                    2) ET LE BUREAU DE VOTE DE LA LIGNE
003191*                    COURANTE ; L'ACTION H (LANCEMENT REFUSE)
003193*                    EST DECODEE. LA TRACE D'AUDIT EST LUE
003194*                    DANS UNE ZONE A PART : LA TRACE D DU
003195*                    DOSSIER PORTE DE NOUVEAU L'OPERATEUR QUI
003197*                    L'A PRODUIT, ET NON L'AUTEUR DE LA
003198*                    DERNIERE TRACE LUE.
003200*--------------------------------------------------------------
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DAC-FILE         ASSIGN TO "DACOUT"
003800                             ORGANIZATION LINE SEQUENTIAL
003900                             FILE STATUS IS WS-DAC-STATUS.
004000*
004100     SELECT ARC-FILE         ASSIGN TO "PERSARC"
004200                             ORGANIZATION LINE SEQUENTIAL
004300                             FILE STATUS IS WS-ARC-STATUS.
004400*
004500     SELECT AUA-FILE         ASSIGN TO WS-NOM-AUDARC
004600                             ORGANIZATION LINE SEQUENTIAL
004700                             FILE STATUS IS WS-AUA-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DAC-FILE
005200     RECORDING MODE IS F.
005300 01  DAC-RECORD                  PIC X(132).
005400*
005500 FD  ARC-FILE
005600     RECORDING MODE IS F.
005700 01  ARC-RECORD                  PIC X(649).
005800*
005900 FD  AUA-FILE
006000     RECORDING MODE IS F.
006100 01  AUA-RECORD                  PIC X(237).
006200*
006300 WORKING-STORAGE SECTION.
006400*
006500*--------------------------------------------------------------
006600* VUES ALTERNATIVES DE LA LIGNE EDITEE (ENTETE / RUBRIQUE /
006700* LIGNE DE TRACE / RECAPITULATIF / FIN).
006800*--------------------------------------------------------------
006900 01  WS-REPORT-LINE              PIC X(132).
007000*
007100 01  WS-ENTETE-VIEW REDEFINES WS-REPORT-LINE.
007200     05  RPT-E-LIBELLE           PIC X(60).
007300     05  RPT-E-VALEUR            PIC X(72).
007400*
007500 01  WS-RUBRIQUE-VIEW REDEFINES WS-REPORT-LINE.
007600     05  RPT-C-LIBELLE           PIC X(22).
007700     05  RPT-C-VALEUR            PIC X(110).
007800*
007900 01  WS-TRACE-VIEW REDEFINES WS-REPORT-LINE.
008000     05  RPT-A-HORODATAGE        PIC X(19).
008100     05  FILLER                  PIC X(02).
008200     05  RPT-A-ID                PIC Z(8)9.
008300     05  FILLER                  PIC X(02).
008400     05  RPT-A-ACTION            PIC X(13).
008500     05  FILLER                  PIC X(02).
008600     05  RPT-A-UTILISATEUR       PIC X(08).
008650     05  FILLER                  PIC X(02).
008700     05  RPT-A-PROGRAMME         PIC X(08).
008750     05  FILLER                  PIC X(67).
008800*
008900 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
009000     05  RPT-R-LIBELLE           PIC X(28).
009100     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
009200     05  FILLER                  PIC X(93).
009300*
009400 01  WS-FIN-VIEW REDEFINES WS-REPORT-LINE.
009500     05  RPT-F-LIBELLE           PIC X(24).
009600     05  RPT-F-NB-LIGNES         PIC ZZZ,ZZZ,ZZ9.
009700     05  FILLER                  PIC X(97).
009800*
009900*--------------------------------------------------------------
010000* IMAGE FIXE D'UNE LIGNE D'AUDIT DECHARGEE PAR PERSAPU DANS LES
010100* FICHIERS AUDARCAAAAMMJJ : HORODATAGE, ID, ACTION, ANCIENNE ET
010200* NOUVELLE VALEUR, UTILISATEUR.
010300*--------------------------------------------------------------
010400 01  WS-AUDARC-LINE.
010500     05  AUA-HORODATAGE          PIC X(19).
010600     05  AUA-ID                  PIC 9(09).
010700     05  AUA-ID-X REDEFINES AUA-ID
010800                                 PIC X(09).
010900     05  AUA-ACTION              PIC X(01).
011000     05  AUA-ANCIENNE            PIC X(100).
011100     05  AUA-NOUVELLE            PIC X(100).
011200     05  AUA-UTILISATEUR         PIC X(08).
011300*
011400*--------------------------------------------------------------
011500* ZONE DE PARAMETRAGE DU PASSAGE.
011600*     PARM OBLIGATOIRE :  <ID>
011700*                     OU  <NOM>;<PRENOM>;<JJ/MM/AAAA>
011800*--------------------------------------------------------------
011900 01  WS-PARM-LINE                PIC X(132).
012000 01  WS-ID-EDIT                  PIC X(09).
012050 01  WS-NB-SEPARATEURS           PIC 9(02).
012100*
012200 01  WS-DESIGNATION-SWITCH       PIC X(01)   VALUE "I".
012300     88  DESIGNATION-PAR-ID                  VALUE "I".
012400     88  DESIGNATION-PAR-NOM                 VALUE "N".
012500*
012600*--------------------------------------------------------------
012700* L'ID RETENU EST AUSSI TENU EN IMAGE CADREE DE ZEROS POUR LA
012800* COMPARAISON AVEC LES IMAGES FIXES DES FICHIERS ARCHIVES (MEME
012900* CONVENTION QUE PERSRST).
013000*--------------------------------------------------------------
013100 01  WS-ID-NUMERIQUE             PIC 9(09).
013200 01  WS-ID-ARCHIVE               PIC X(09).
013300*
013400*--------------------------------------------------------------
013500* ZONE DE TRAVAIL DU PASSAGE.
013600*--------------------------------------------------------------
013700 01  WS-DAC-STATUS               PIC X(02).
013800     88  DAC-STATUT-OK                        VALUE "00".
013900 01  WS-ARC-STATUS               PIC X(02).
014000     88  ARC-STATUT-OK                        VALUE "00".
014100     88  ARC-FICHIER-ABSENT                  VALUE "35".
014200 01  WS-AUA-STATUS               PIC X(02).
014300     88  AUA-STATUT-OK                        VALUE "00".
014400     88  AUA-FICHIER-ABSENT                  VALUE "35".
014500*
014600 01  WS-NOM-AUDARC               PIC X(14).
014700 01  WS-DATE-SYSTEME             PIC 9(08).
014800 01  WS-DATE-EDITEE              PIC X(10).
014900 01  WS-ACTION-LIBELLE           PIC X(13).
015000 01  WS-IMAGE-ARCHIVEE           PIC X(649).
015100*
015200 01  WS-NB-LIGNES                PIC 9(09)   VALUE ZEROS.
015300 01  WS-NB-TRACES                PIC 9(09)   VALUE ZEROS.
015400 01  WS-NB-IMAGES                PIC 9(09)   VALUE ZEROS.
015500 01  WS-NB-TRACES-ARCHIVEES      PIC 9(09)   VALUE ZEROS.
015600 01  WS-NB-FICHIERS-AUDARC       PIC 9(09)   VALUE ZEROS.
015650 01  WS-NB-HISTORIQUES           PIC 9(09)   VALUE ZEROS.
015700 01  WS-NB-FICHIERS-ABSENTS      PIC 9(09)   VALUE ZEROS.
015800*
015900 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
016000     88  FIN-CURSEUR                         VALUE "Y".
016100*
016200 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
016300     88  FIN-FICHIER                         VALUE "Y".
016400*
016500 77  WS-FIN-APUREMENTS-SWITCH    PIC X(01)   VALUE "N".
016600     88  FIN-APUREMENTS                      VALUE "Y".
016700*
016800 77  WS-TROUVE-SWITCH            PIC X(01)   VALUE "N".
016900     88  ID-TROUVE                           VALUE "Y".
017000*
017100 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
017200     88  CONNEXION-OUVERTE                   VALUE "Y".
017300*
017400*--------------------------------------------------------------
017500* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
017600*--------------------------------------------------------------
017700 01  WS-JRN-DATE                 PIC 9(08).
017800 01  WS-JRN-HEURE                PIC 9(08).
017900*
018000 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
018100     88  JOURNAL-OUVERT                      VALUE "Y".
018200*
018212*--------------------------------------------------------------
018225* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
018237* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
018250* HOTE.
018262*--------------------------------------------------------------
018275     COPY PERSHABC.
018287*
018300 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
018400     COPY PERSREC.
018500     COPY PERSAUD.
018600     COPY PERSJRN.
018700 01  WS-ID-DEMANDE               PIC 9(09)   VALUE ZEROS.
018800 01  WS-NOM-DEMANDE              PIC X(100).
018900 01  WS-PRENOM-DEMANDE           PIC X(100).
019000 01  WS-NAISSANCE-DEMANDE        PIC X(10).
019100 01  WS-NB-HOMONYMES             PIC 9(05).
019200 01  WS-DAC-STATUT               PIC X(01).
019300 01  WS-DAC-STATUT-DATE          PIC X(10).
019400 01  WS-DAC-NPAI                 PIC X(01).
019500 01  WS-DAC-NPAI-DATE            PIC X(10).
019600 01  WS-DAC-FOYER                PIC 9(09).
019620 01  WS-DAC-BUREAU               PIC 9(04).
019640 01  WS-DAC-PROGRAMME            PIC X(08).
019660 01  WS-DAC-PRESENTE             PIC X(01).
019680 01  WS-DAC-UTILISATEUR          PIC X(08).
019700 01  WS-DAC-HORODATAGE           PIC X(19).
019800 01  WS-DAC-DATE-APUREMENT       PIC X(08).
019900 01  USERNAME                    PIC X(30).
020000 01  PASSWD                      PIC X(30).
020100 01  DBNAME                      PIC X(10).
020200 EXEC SQL END DECLARE SECTION END-EXEC.
020300*
020400 EXEC SQL INCLUDE SQLCA END-EXEC.
020500*
020600 PROCEDURE DIVISION.
020700*
020800*==============================================================
020900* 0000-MAINLINE
021000*==============================================================
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALISATION
021300         THRU 1000-INITIALISATION-EXIT.
021400*
021500     PERFORM 1500-LIRE-CREDENTIALS
021600         THRU 1500-LIRE-CREDENTIALS-EXIT.
021700*
021800     PERFORM 1700-LIRE-UTILISATEUR
021900         THRU 1700-LIRE-UTILISATEUR-EXIT.
022000*
022100     PERFORM 2000-CONNEXION
022200         THRU 2000-CONNEXION-EXIT.
022300*
022400     PERFORM 8800-JOURNAL-DEBUT
022500         THRU 8800-JOURNAL-DEBUT-EXIT.
022525*
022550     PERFORM 2100-CONTROLER-HABILITATION
022575         THRU 2100-CONTROLER-HABILITATION-EXIT.
022600*
022700     IF DESIGNATION-PAR-NOM
022800         PERFORM 2500-IDENTIFIER-PERSONNE
022900             THRU 2500-IDENTIFIER-PERSONNE-EXIT
023000     END-IF.
023100*
023200     PERFORM 2900-OUVRIR-DOSSIER
023300         THRU 2900-OUVRIR-DOSSIER-EXIT.
023400*
023500     PERFORM 3000-DONNEES-ACTUELLES
023600         THRU 3000-DONNEES-ACTUELLES-EXIT.
023625*
023650     PERFORM 3500-HISTORIQUE
023675         THRU 3500-HISTORIQUE-EXIT.
023700*
023800     PERFORM 4000-TRACE-AUDIT
023900         THRU 4000-TRACE-AUDIT-EXIT.
024000*
024100     PERFORM 5000-IMAGES-ARCHIVEES
024200         THRU 5000-IMAGES-ARCHIVEES-EXIT.
024300*
024400     PERFORM 6000-TRACE-ARCHIVEE
024500         THRU 6000-TRACE-ARCHIVEE-EXIT.
024600*
024700     PERFORM 7000-TRACER-DOSSIER
024800         THRU 7000-TRACER-DOSSIER-EXIT.
024900*
025000     PERFORM 8000-TOTAUX
025100         THRU 8000-TOTAUX-EXIT.
025200*
025300     GO TO 9999-FIN.
025400*
025500*==============================================================
025600* 1000-INITIALISATION - DECODE LE PARM : UN ID NUMERIQUE, OU
025700*     NOM;PRENOM;DATE DE NAISSANCE (JJ/MM/AAAA), LES TROIS
025800*     RUBRIQUES ETANT ALORS OBLIGATOIRES.
025900*==============================================================
026000 1000-INITIALISATION.
026100     MOVE SPACES TO WS-PARM-LINE.
026200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
026300*
026400     IF WS-PARM-LINE = SPACES
026500         DISPLAY "PERSDAC : parm obligatoire (id, ou "
026600             "nom;prenom;jj/mm/aaaa)."
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 9999-FIN
026900     END-IF.
027000*
027100     MOVE ZEROS TO WS-NB-SEPARATEURS.
027150     INSPECT WS-PARM-LINE TALLYING WS-NB-SEPARATEURS
027200         FOR ALL ";".
027300*
027400     IF WS-NB-SEPARATEURS = ZEROS
027500         MOVE WS-PARM-LINE(1:9) TO WS-ID-EDIT
027600         IF FUNCTION TRIM(WS-ID-EDIT) IS NOT NUMERIC
027650             OR FUNCTION TRIM(WS-ID-EDIT) = ZEROS
027700             DISPLAY "PERSDAC : id invalide : " WS-ID-EDIT
027800             MOVE 16 TO RETURN-CODE
027900             GO TO 9999-FIN
028000         END-IF
028100         SET DESIGNATION-PAR-ID TO TRUE
028200         MOVE FUNCTION TRIM(WS-ID-EDIT) TO WS-ID-DEMANDE
028300         GO TO 1000-INITIALISATION-EXIT
028400     END-IF.
028500*
028600     SET DESIGNATION-PAR-NOM TO TRUE.
028700     MOVE SPACES TO WS-NOM-DEMANDE.
028800     MOVE SPACES TO WS-PRENOM-DEMANDE.
028900     MOVE SPACES TO WS-NAISSANCE-DEMANDE.
029000     UNSTRING WS-PARM-LINE DELIMITED BY ";"
029100         INTO WS-NOM-DEMANDE
029200              WS-PRENOM-DEMANDE
029300              WS-NAISSANCE-DEMANDE.
029400*
029500     IF WS-NOM-DEMANDE = SPACES
029600         OR WS-PRENOM-DEMANDE = SPACES
029700         OR WS-NAISSANCE-DEMANDE = SPACES
029800         DISPLAY "PERSDAC : designation incomplete (attendu "
029900             "id, ou nom;prenom;jj/mm/aaaa) : " WS-PARM-LINE
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 9999-FIN
030200     END-IF.
030300*
030400 1000-INITIALISATION-EXIT.
030500     EXIT.
030600*
030700*==============================================================
030800* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
030900*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
031000*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
031100*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
031200*==============================================================
031300 1500-LIRE-CREDENTIALS.
031400     MOVE SPACES TO USERNAME.
031500     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
031600     MOVE SPACES TO PASSWD.
031700     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
031800     MOVE SPACES TO DBNAME.
031900     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
032000*
032100     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
032200         DISPLAY "PERSDAC : identifiants de connexion "
032300             "incomplets - verifier PERS_DB_USER / "
032400             "PERS_DB_PASSWD / PERS_DB_NAME."
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 9999-FIN
032700     END-IF.
032800*
032900 1500-LIRE-CREDENTIALS-EXIT.
033000     EXIT.
033100*
033200*==============================================================
033300* 1700-LIRE-UTILISATEUR - IDENTIFIE L'UTILISATEUR OS/JOB POUR LA
033400*     TRACE D'AUDIT (CF TESTOCE POUR LE DETAIL DE LA CONVENTION).
033500*==============================================================
033600 1700-LIRE-UTILISATEUR.
033700     MOVE SPACES TO AUD-UTILISATEUR.
033800     ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "USER".
033900*
034000     IF AUD-UTILISATEUR = SPACES
034100         ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
034200     END-IF.
034300*
034400 1700-LIRE-UTILISATEUR-EXIT.
034500     EXIT.
034600*
034700*==============================================================
034800* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
034900*==============================================================
035000 2000-CONNEXION.
035100     DISPLAY "Connexion a PostgreSQL...".
035200*
035300     EXEC SQL
035400         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
035500     END-EXEC.
035600*
035700     IF SQLCODE NOT = 0
035800         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
035900         MOVE 16 TO RETURN-CODE
036000         GO TO 9999-FIN
036100     END-IF.
036200*
036300     DISPLAY "Connexion reussie !".
036400     SET CONNEXION-OUVERTE TO TRUE.
036500*
036600 2000-CONNEXION-EXIT.
036700     EXIT.
036702*
036705*==============================================================
036708* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
036711*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
036714*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
036717*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
036720*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
036722*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
036725*==============================================================
036728 2100-CONTROLER-HABILITATION.
036731     MOVE "PERSDAC" TO HAB-PROGRAMME.
036734     MOVE SPACES TO HAB-MODE.
036737     MOVE ZEROS TO HAB-ID.
036740     SET HAB-REQUIS-AGENT TO TRUE.
036741*
036742     CALL "PERSHAB" USING HAB-CONTROLE.
036745*
036748     IF HAB-ERREUR-SQL
036751         EXEC SQL ROLLBACK END-EXEC
036754         DISPLAY "PERSDAC : controle d'habilitation en echec."
036757         MOVE 16 TO RETURN-CODE
036760         GO TO 9999-FIN
036762     END-IF.
036765*
036768     EXEC SQL COMMIT END-EXEC.
036771*
036774     IF HAB-REFUSE
036777         DISPLAY "PERSDAC : lancement refuse - " HAB-MOTIF
036780         DISPLAY "  Operateur : " HAB-UTILISATEUR
036782         MOVE 28 TO RETURN-CODE
036785         GO TO 9999-FIN
036788     END-IF.
036791*
036794 2100-CONTROLER-HABILITATION-EXIT.
036797     EXIT.
036800*
036900*==============================================================
037000* 2500-IDENTIFIER-PERSONNE - RETROUVE L'ID DESIGNE PAR NOM,
037100*     PRENOM ET DATE DE NAISSANCE (SANS DISTINCTION DE CASSE NI
037200*     D'ESPACES DE TETE OU DE FIN). UNE SEULE LIGNE DANS
037300*     PERSONNES DONNE L'ID ; PLUSIEURS LIGNES SONT LISTEES ET
037400*     SORTENT EN CODE RETOUR 4 (RELANCER AVEC L'ID) ; AUCUNE
037500*     LIGNE RENVOIE A L'ARCHIVE PERSARC (PERSONNE PURGEE).
037600*==============================================================
037700 2500-IDENTIFIER-PERSONNE.
037800     EXEC SQL
037900         SELECT COUNT(*) INTO :WS-NB-HOMONYMES
038000         FROM personnes
038100         WHERE UPPER(TRIM(nom)) = UPPER(TRIM(:WS-NOM-DEMANDE))
038200           AND UPPER(TRIM(prenom)) =
038300                   UPPER(TRIM(:WS-PRENOM-DEMANDE))
038400           AND TRIM(date_naissance) =
038500                   TRIM(:WS-NAISSANCE-DEMANDE)
038600     END-EXEC.
038700*
038800     IF SQLCODE NOT = 0
038900         DISPLAY "Erreur SQL sur la recherche par nom SQLCODE: "
039000             SQLCODE
039100         MOVE 12 TO RETURN-CODE
039200         GO TO 9999-FIN
039300     END-IF.
039400*
039500     EVALUATE TRUE
039600         WHEN WS-NB-HOMONYMES = 1
039700             PERFORM 2550-LIRE-ID-UNIQUE
039800                 THRU 2550-LIRE-ID-UNIQUE-EXIT
039900         WHEN WS-NB-HOMONYMES > 1
040000             PERFORM 2600-LISTER-HOMONYMES
040100                 THRU 2600-LISTER-HOMONYMES-EXIT
040200             MOVE 4 TO RETURN-CODE
040300             GO TO 9999-FIN
040400         WHEN OTHER
040500             PERFORM 2700-CHERCHER-DANS-ARCHIVE
040600                 THRU 2700-CHERCHER-DANS-ARCHIVE-EXIT
040700     END-EVALUATE.
040800*
040900 2500-IDENTIFIER-PERSONNE-EXIT.
041000     EXIT.
041100*
041200*==============================================================
041300* 2550-LIRE-ID-UNIQUE - RAMENE L'ID DE L'UNIQUE LIGNE DESIGNEE.
041400*==============================================================
041500 2550-LIRE-ID-UNIQUE.
041600     EXEC SQL
041700         SELECT id INTO :WS-ID-DEMANDE
041800         FROM personnes
041900         WHERE UPPER(TRIM(nom)) = UPPER(TRIM(:WS-NOM-DEMANDE))
042000           AND UPPER(TRIM(prenom)) =
042100                   UPPER(TRIM(:WS-PRENOM-DEMANDE))
042200           AND TRIM(date_naissance) =
042300                   TRIM(:WS-NAISSANCE-DEMANDE)
042400     END-EXEC.
042500*
042600     IF SQLCODE NOT = 0
042700         DISPLAY "Erreur SQL sur la lecture de l'id SQLCODE: "
042800             SQLCODE
042900         MOVE 12 TO RETURN-CODE
043000         GO TO 9999-FIN
043100     END-IF.
043200*
043300 2550-LIRE-ID-UNIQUE-EXIT.
043400     EXIT.
043500*
043600*==============================================================
043700* 2600-LISTER-HOMONYMES - AFFICHE LES IDS DES PERSONNES QUI
043800*     REPONDENT A LA DESIGNATION, POUR QUE L'AGENT RELANCE LE
043900*     DOSSIER SUR LE BON ID.
044000*==============================================================
044100 2600-LISTER-HOMONYMES.
044200     DISPLAY "PERSDAC : " WS-NB-HOMONYMES " personnes repondent "
044300         "a la designation - relancer avec l'id :".
044400*
044500     EXEC SQL
044600         DECLARE C-HOMONYMES CURSOR FOR
044700         SELECT id, COALESCE(adresse, ''), COALESCE(ville, '')
044800         FROM personnes
044900         WHERE UPPER(TRIM(nom)) = UPPER(TRIM(:WS-NOM-DEMANDE))
045000           AND UPPER(TRIM(prenom)) =
045100                   UPPER(TRIM(:WS-PRENOM-DEMANDE))
045200           AND TRIM(date_naissance) =
045300                   TRIM(:WS-NAISSANCE-DEMANDE)
045400         ORDER BY id
045500     END-EXEC.
045600*
045700     EXEC SQL
045800         OPEN C-HOMONYMES
045900     END-EXEC.
046000*
046100     IF SQLCODE NOT = 0
046200         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
046300             SQLCODE
046400         MOVE 12 TO RETURN-CODE
046500         GO TO 9999-FIN
046600     END-IF.
046700*
046800     PERFORM 2650-FETCH-HOMONYME
046900         THRU 2650-FETCH-HOMONYME-EXIT.
047000*
047100     PERFORM 2660-AFFICHER-HOMONYME
047200         THRU 2660-AFFICHER-HOMONYME-EXIT
047300         UNTIL FIN-CURSEUR.
047400*
047500     EXEC SQL
047600         CLOSE C-HOMONYMES
047700     END-EXEC.
047800*
047900 2600-LISTER-HOMONYMES-EXIT.
048000     EXIT.
048100*
048200*==============================================================
048300* 2650-FETCH-HOMONYME - RAMENE LA LIGNE SUIVANTE DU CURSEUR.
048400*==============================================================
048500 2650-FETCH-HOMONYME.
048600     EXEC SQL
048700         FETCH C-HOMONYMES
048800         INTO :PERS-ID, :PERS-ADRESSE, :PERS-VILLE
048900     END-EXEC.
049000*
049100     EVALUATE SQLCODE
049200         WHEN 0
049300             CONTINUE
049400         WHEN 100
049500             SET FIN-CURSEUR TO TRUE
049600         WHEN OTHER
049700             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
049800             MOVE 12 TO RETURN-CODE
049900             GO TO 9999-FIN
050000     END-EVALUATE.
050100*
050200 2650-FETCH-HOMONYME-EXIT.
050300     EXIT.
050400*
050500*==============================================================
050600* 2660-AFFICHER-HOMONYME - AFFICHE UN HOMONYME ET ENCHAINE SUR
050700*     LE SUIVANT (LECTURE D'AVANCE CLASSIQUE).
050800*==============================================================
050900 2660-AFFICHER-HOMONYME.
051000     DISPLAY "  id " PERS-ID " - " FUNCTION TRIM(PERS-ADRESSE)
051100         " " FUNCTION TRIM(PERS-VILLE).
051200*
051300     PERFORM 2650-FETCH-HOMONYME
051400         THRU 2650-FETCH-HOMONYME-EXIT.
051500*
051600 2660-AFFICHER-HOMONYME-EXIT.
051700     EXIT.
051800*
051900*==============================================================
052000* 2700-CHERCHER-DANS-ARCHIVE - PERSONNE ABSENTE DE LA TABLE :
052100*     PARCOURT PERSARC A LA RECHERCHE DE LA DESIGNATION (LA
052200*     DERNIERE OCCURRENCE FAIT FOI, COMME DANS PERSRST). UNE
052300*     PERSONNE INCONNUE PARTOUT SORT EN CODE RETOUR 4.
052400*==============================================================
052500 2700-CHERCHER-DANS-ARCHIVE.
052600     OPEN INPUT ARC-FILE.
052700*
052800     IF ARC-FICHIER-ABSENT
052900         DISPLAY "PERSDAC : personne inconnue (absente de "
053000             "personnes, fichier PERSARC absent) : "
053100             FUNCTION TRIM(WS-PARM-LINE)
053200         MOVE 4 TO RETURN-CODE
053300         GO TO 9999-FIN
053400     END-IF.
053500*
053600     IF NOT ARC-STATUT-OK
053700         DISPLAY "Erreur a l'ouverture de PERSARC, statut : "
053800             WS-ARC-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 9999-FIN
054100     END-IF.
054200*
054300     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
054400     PERFORM 5100-LIRE-ARCHIVE
054500         THRU 5100-LIRE-ARCHIVE-EXIT.
054600*
054700     PERFORM 2750-EXAMINER-DESIGNATION
054800         THRU 2750-EXAMINER-DESIGNATION-EXIT
054900         UNTIL FIN-FICHIER.
055000*
055100     CLOSE ARC-FILE.
055200*
055300     IF NOT ID-TROUVE
055400         DISPLAY "PERSDAC : personne inconnue (absente de "
055500             "personnes et de PERSARC) : "
055600             FUNCTION TRIM(WS-PARM-LINE)
055700         MOVE 4 TO RETURN-CODE
055800         GO TO 9999-FIN
055900     END-IF.
056000*
056100     MOVE WS-IMAGE-ARCHIVEE TO PERS-RECORD.
056200     MOVE PERS-ID TO WS-ID-DEMANDE.
056300     MOVE "N" TO WS-TROUVE-SWITCH.
056400*
056500 2700-CHERCHER-DANS-ARCHIVE-EXIT.
056600     EXIT.
056700*
056800*==============================================================
056900* 2750-EXAMINER-DESIGNATION - COMPARE NOM, PRENOM ET DATE DE
057000*     NAISSANCE DE L'IMAGE COURANTE A LA DESIGNATION, RETIENT
057100*     L'IMAGE EN CAS D'EGALITE ET ENCHAINE SUR LA SUIVANTE
057200*     (LECTURE D'AVANCE CLASSIQUE).
057300*==============================================================
057400 2750-EXAMINER-DESIGNATION.
057500     MOVE ARC-RECORD TO PERS-RECORD.
057600*
057700     IF FUNCTION UPPER-CASE(FUNCTION TRIM(PERS-NOM))
057800         = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-DEMANDE))
057900         AND FUNCTION UPPER-CASE(FUNCTION TRIM(PERS-PRENOM))
058000         = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRENOM-DEMANDE))
058100         AND FUNCTION TRIM(PERS-DATE-NAISSANCE)
058200         = FUNCTION TRIM(WS-NAISSANCE-DEMANDE)
058300         MOVE ARC-RECORD TO WS-IMAGE-ARCHIVEE
058400         SET ID-TROUVE TO TRUE
058500     END-IF.
058600*
058700     PERFORM 5100-LIRE-ARCHIVE
058800         THRU 5100-LIRE-ARCHIVE-EXIT.
058900*
059000 2750-EXAMINER-DESIGNATION-EXIT.
059100     EXIT.
059200*
059300*==============================================================
059400* 2900-OUVRIR-DOSSIER - OUVRE L'ETAT DACOUT ET EDITE L'ENTETE DU
059500*     DOSSIER (ID, DESIGNATION DEMANDEE, DATE, AGENT).
059600*==============================================================
059700 2900-OUVRIR-DOSSIER.
059800     MOVE WS-ID-DEMANDE TO WS-ID-NUMERIQUE.
059900     MOVE WS-ID-NUMERIQUE TO WS-ID-ARCHIVE.
060000*
060100     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
060200     MOVE SPACES TO WS-DATE-EDITEE.
060300     STRING WS-DATE-SYSTEME(7:2) "/"
060400            WS-DATE-SYSTEME(5:2) "/"
060500            WS-DATE-SYSTEME(1:4)
060600         DELIMITED BY SIZE INTO WS-DATE-EDITEE.
060700*
060800     OPEN OUTPUT DAC-FILE.
060900*
061000     IF NOT DAC-STATUT-OK
061100         DISPLAY "Erreur a l'ouverture de DACOUT, statut : "
061200             WS-DAC-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         GO TO 9999-FIN
061500     END-IF.
061600*
061700     MOVE SPACES TO WS-REPORT-LINE.
061800     MOVE "DOSSIER DE DROIT D'ACCES AUX DONNEES PERSONNELLES"
061900         TO RPT-E-LIBELLE.
062000     PERFORM 6900-ECRIRE-LIGNE
062100         THRU 6900-ECRIRE-LIGNE-EXIT.
062200*
062300     MOVE SPACES TO WS-REPORT-LINE.
062400     PERFORM 6900-ECRIRE-LIGNE
062500         THRU 6900-ECRIRE-LIGNE-EXIT.
062600*
062700     MOVE "ID DE LA PERSONNE" TO RPT-C-LIBELLE.
062800     MOVE WS-ID-ARCHIVE TO RPT-C-VALEUR.
062900     PERFORM 6800-ECRIRE-RUBRIQUE
063000         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
063100*
063200     MOVE "DESIGNATION DEMANDEE" TO RPT-C-LIBELLE.
063300     MOVE WS-PARM-LINE TO RPT-C-VALEUR.
063400     PERFORM 6800-ECRIRE-RUBRIQUE
063500         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
063600*
063700     MOVE "DATE D'EDITION" TO RPT-C-LIBELLE.
063800     MOVE WS-DATE-EDITEE TO RPT-C-VALEUR.
063900     PERFORM 6800-ECRIRE-RUBRIQUE
064000         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
064100*
064200     MOVE "EDITE PAR" TO RPT-C-LIBELLE.
064300     MOVE AUD-UTILISATEUR TO RPT-C-VALEUR.
064400     PERFORM 6800-ECRIRE-RUBRIQUE
064500         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
064600*
064700 2900-OUVRIR-DOSSIER-EXIT.
064800     EXIT.
064900*
065000*==============================================================
065100* 3000-DONNEES-ACTUELLES - EDITE LA LIGNE COURANTE DE LA TABLE
065200*     PERSONNES, RUBRIQUE PAR RUBRIQUE, AVEC LE STATUT, LE
065300*     MARQUAGE NPAI, LE FOYER ET LE BUREAU DE VOTE (COLONNES
065400*     CALCULEES PAR PERSFOY ET PERSBVA). UNE PERSONNE ABSENTE DE
065433*     LA TABLE (PURGEE OU FUSIONNEE) EST SIGNALEE, LE DOSSIER
065466*     CONTINUE.
065500*==============================================================
065600 3000-DONNEES-ACTUELLES.
065700     MOVE "1. DONNEES ACTUELLES (TABLE PERSONNES)"
065800         TO WS-REPORT-LINE.
065900     PERFORM 6700-ECRIRE-TITRE
066000         THRU 6700-ECRIRE-TITRE-EXIT.
066100*
066200     EXEC SQL
066300         SELECT id, COALESCE(nom, ''), COALESCE(prenom, ''),
066400                COALESCE(date_naissance, ''),
066500                COALESCE(adresse, ''), COALESCE(ville, ''),
066600                COALESCE(code_postal, ''),
066700                COALESCE(telephone, ''), COALESCE(email, ''),
066800                COALESCE(statut, 'A'),
066900                COALESCE(statut_date, ''),
067000                COALESCE(npai, 'N'), COALESCE(npai_date, ''),
067100                COALESCE(foyer_id, 0),
067150                COALESCE(bureau_vote, 0)
067200         INTO :PERS-ID, :PERS-NOM, :PERS-PRENOM,
067300              :PERS-DATE-NAISSANCE, :PERS-ADRESSE,
067400              :PERS-VILLE, :PERS-CODE-POSTAL,
067500              :PERS-TELEPHONE, :PERS-EMAIL,
067600              :WS-DAC-STATUT, :WS-DAC-STATUT-DATE,
067700              :WS-DAC-NPAI, :WS-DAC-NPAI-DATE,
067800              :WS-DAC-FOYER, :WS-DAC-BUREAU
067900         FROM personnes
068000         WHERE id = :WS-ID-DEMANDE
068100     END-EXEC.
068200*
068300     IF SQLCODE = 100
068400         MOVE SPACES TO WS-REPORT-LINE
068500         MOVE "AUCUNE LIGNE DANS LA TABLE PERSONNES (PERSONNE "
068600             TO RPT-E-LIBELLE
068700         MOVE "PURGEE OU FUSIONNEE, CF TRACE CI-DESSOUS)"
068800             TO RPT-E-VALEUR
068900         PERFORM 6900-ECRIRE-LIGNE
069000             THRU 6900-ECRIRE-LIGNE-EXIT
069100         GO TO 3000-DONNEES-ACTUELLES-EXIT
069200     END-IF.
069300*
069400     IF SQLCODE NOT = 0
069500         DISPLAY "Erreur SQL sur la lecture de la personne "
069600             "SQLCODE: " SQLCODE
069700         MOVE 12 TO RETURN-CODE
069800         GO TO 9999-FIN
069900     END-IF.
070000*
070100     PERFORM 3100-EDITER-IMAGE
070200         THRU 3100-EDITER-IMAGE-EXIT.
070300*
070400     PERFORM 3200-EDITER-STATUT-NPAI
070500         THRU 3200-EDITER-STATUT-NPAI-EXIT.
072800*
072900     MOVE "FOYER" TO RPT-C-LIBELLE.
073000     IF WS-DAC-FOYER = ZEROS
073100         MOVE "AUCUN" TO RPT-C-VALEUR
073200     ELSE
073300         MOVE WS-DAC-FOYER TO RPT-C-VALEUR(1:9)
073400     END-IF.
073500     PERFORM 6800-ECRIRE-RUBRIQUE
073600         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
073610*
073620     MOVE "BUREAU DE VOTE" TO RPT-C-LIBELLE.
073630     IF WS-DAC-BUREAU = ZEROS
073640         MOVE "AUCUN" TO RPT-C-VALEUR
073650     ELSE
073660         MOVE WS-DAC-BUREAU TO RPT-C-VALEUR(1:4)
073670     END-IF.
073680     PERFORM 6800-ECRIRE-RUBRIQUE
073690         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
073700*
073800 3000-DONNEES-ACTUELLES-EXIT.
073900     EXIT.
073901*
073902*==============================================================
073903* 3200-EDITER-STATUT-NPAI - EDITE LE STATUT ET LE MARQUAGE NPAI,
073904*     AVEC LEURS DATES, DE LA LIGNE ACTUELLE OU DE L'IMAGE
073905*     HISTORISEE COURANTE.
073906*==============================================================
073907 3200-EDITER-STATUT-NPAI.
073908     MOVE "STATUT" TO RPT-C-LIBELLE.
073909     EVALUATE WS-DAC-STATUT
073910         WHEN "A"
073911             MOVE "A ACTIF" TO RPT-C-VALEUR
073912         WHEN "P"
073913             MOVE "P PARTI" TO RPT-C-VALEUR
073914         WHEN "D"
073915             MOVE "D DECEDE" TO RPT-C-VALEUR
073916         WHEN OTHER
073917             MOVE WS-DAC-STATUT TO RPT-C-VALEUR
073918     END-EVALUATE.
073919     MOVE WS-DAC-STATUT-DATE TO RPT-C-VALEUR(12:10).
073920     PERFORM 6800-ECRIRE-RUBRIQUE
073921         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
073922*
073923     MOVE "NPAI" TO RPT-C-LIBELLE.
073924     IF WS-DAC-NPAI = "O"
073925         MOVE "O MARQUEE NPAI" TO RPT-C-VALEUR
073926         MOVE WS-DAC-NPAI-DATE TO RPT-C-VALEUR(17:10)
073927     ELSE
073928         MOVE "N" TO RPT-C-VALEUR
073929     END-IF.
073930     PERFORM 6800-ECRIRE-RUBRIQUE
073931         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
073932*
073933 3200-EDITER-STATUT-NPAI-EXIT.
073934     EXIT.
073935*
073936*==============================================================
073937* 3500-HISTORIQUE - EDITE TOUTES LES IMAGES DE L'ID COPIEES PAR
073938*     PERSHIS DANS PERSONNES_HISTORIQUE AVANT CHAQUE MOUVEMENT,
073939*     PAR ORDRE CHRONOLOGIQUE : ACTION, UTILISATEUR ET PROGRAMME
073940*     DU MOUVEMENT, PUIS L'IMAGE COMPLETE (OU LA MENTION D'IMAGE
073941*     ABSENTE AVANT UNE CREATION).
073942*==============================================================
073943 3500-HISTORIQUE.
073944     MOVE "2. HISTORIQUE DES DONNEES (TABLE PERSONNES_HISTORIQUE)"
073945         TO WS-REPORT-LINE.
073946     PERFORM 6700-ECRIRE-TITRE
073947         THRU 6700-ECRIRE-TITRE-EXIT.
073948*
073950     EXEC SQL
073951         DECLARE C-HISTORIQUE CURSOR FOR
073952         SELECT TO_CHAR(horodatage, 'YYYY-MM-DD HH24:MI:SS'),
073953                id, action, programme, utilisateur, presente,
073954                COALESCE(nom, ''), COALESCE(prenom, ''),
073955                COALESCE(date_naissance, ''),
073956                COALESCE(adresse, ''), COALESCE(ville, ''),
073957                COALESCE(code_postal, ''),
073958                COALESCE(telephone, ''), COALESCE(email, ''),
073959                COALESCE(statut, 'A'),
073960                COALESCE(statut_date, ''),
073961                COALESCE(npai, 'N'), COALESCE(npai_date, '')
073962         FROM personnes_historique
073963         WHERE id = :WS-ID-DEMANDE
073964         ORDER BY horodatage, historique_id
073965     END-EXEC.
073966*
073967     EXEC SQL
073968         OPEN C-HISTORIQUE
073969     END-EXEC.
073970*
073971     IF SQLCODE NOT = 0
073972         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
073973             SQLCODE
073974         MOVE 12 TO RETURN-CODE
073975         GO TO 9999-FIN
073976     END-IF.
073977*
073978     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
073979     PERFORM 3600-FETCH-HISTORIQUE
073980         THRU 3600-FETCH-HISTORIQUE-EXIT.
073981*
073982     PERFORM 3700-EDITER-HISTORIQUE
073983         THRU 3700-EDITER-HISTORIQUE-EXIT
073984         UNTIL FIN-CURSEUR.
073985*
073986     EXEC SQL
073987         CLOSE C-HISTORIQUE
073988     END-EXEC.
073989*
073990     IF WS-NB-HISTORIQUES = ZEROS
073991         MOVE SPACES TO WS-REPORT-LINE
073992         MOVE "AUCUNE IMAGE HISTORISEE" TO RPT-E-LIBELLE
073993         PERFORM 6900-ECRIRE-LIGNE
073994             THRU 6900-ECRIRE-LIGNE-EXIT
073995     END-IF.
073996*
073997 3500-HISTORIQUE-EXIT.
073998     EXIT.
074000*
074001*==============================================================
074002* 3600-FETCH-HISTORIQUE - RAMENE L'IMAGE HISTORISEE SUIVANTE.
074004*==============================================================
074005 3600-FETCH-HISTORIQUE.
074006     EXEC SQL
074008         FETCH C-HISTORIQUE
074009         INTO :WS-DAC-HORODATAGE, :PERS-ID, :AUD-ACTION,
074010              :WS-DAC-PROGRAMME, :WS-DAC-UTILISATEUR,
074012              :WS-DAC-PRESENTE,
074013              :PERS-NOM, :PERS-PRENOM,
074014              :PERS-DATE-NAISSANCE, :PERS-ADRESSE,
074016              :PERS-VILLE, :PERS-CODE-POSTAL,
074017              :PERS-TELEPHONE, :PERS-EMAIL,
074018              :WS-DAC-STATUT, :WS-DAC-STATUT-DATE,
074020              :WS-DAC-NPAI, :WS-DAC-NPAI-DATE
074021     END-EXEC.
074022*
074024     EVALUATE SQLCODE
074025         WHEN 0
074027             CONTINUE
074028         WHEN 100
074029             SET FIN-CURSEUR TO TRUE
074031         WHEN OTHER
074032             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
074033             MOVE 12 TO RETURN-CODE
074035             GO TO 9999-FIN
074036     END-EVALUATE.
074037*
074039 3600-FETCH-HISTORIQUE-EXIT.
074040     EXIT.
074041*
074043*==============================================================
074044* 3700-EDITER-HISTORIQUE - EDITE L'IMAGE HISTORISEE COURANTE ET
074045*     ENCHAINE SUR LA SUIVANTE (LECTURE D'AVANCE CLASSIQUE).
074047*==============================================================
074048 3700-EDITER-HISTORIQUE.
074050     ADD 1 TO WS-NB-HISTORIQUES.
074051     MOVE SPACES TO WS-REPORT-LINE.
074052     PERFORM 6900-ECRIRE-LIGNE
074054         THRU 6900-ECRIRE-LIGNE-EXIT.
074055*
074056     PERFORM 6050-DECODER-ACTION
074058         THRU 6050-DECODER-ACTION-EXIT.
074059*
074060     MOVE SPACES TO WS-REPORT-LINE.
074062     MOVE WS-DAC-HORODATAGE TO RPT-A-HORODATAGE.
074063     MOVE PERS-ID TO RPT-A-ID.
074064     MOVE WS-ACTION-LIBELLE TO RPT-A-ACTION.
074066     MOVE WS-DAC-UTILISATEUR TO RPT-A-UTILISATEUR.
074067     MOVE WS-DAC-PROGRAMME TO RPT-A-PROGRAMME.
074068     PERFORM 6900-ECRIRE-LIGNE
074070         THRU 6900-ECRIRE-LIGNE-EXIT.
074071*
074072     IF WS-DAC-PRESENTE = "N"
074074         MOVE SPACES TO WS-REPORT-LINE
074075         MOVE "    IMAGE ABSENTE (PERSONNE INEXISTANTE AVANT CE "
074077             TO RPT-E-LIBELLE
074078         MOVE "MOUVEMENT)" TO RPT-E-VALEUR
074079         PERFORM 6900-ECRIRE-LIGNE
074081             THRU 6900-ECRIRE-LIGNE-EXIT
074082     ELSE
074083         PERFORM 3100-EDITER-IMAGE
074085             THRU 3100-EDITER-IMAGE-EXIT
074086         PERFORM 3200-EDITER-STATUT-NPAI
074087             THRU 3200-EDITER-STATUT-NPAI-EXIT
074089     END-IF.
074090*
074091     PERFORM 3600-FETCH-HISTORIQUE
074093         THRU 3600-FETCH-HISTORIQUE-EXIT.
074094*
074095 3700-EDITER-HISTORIQUE-EXIT.
074097     EXIT.
074098*
074100*==============================================================
074200* 4000-TRACE-AUDIT - EDITE TOUTE LA TRACE PERSONNES_AUDIT DE
074300*     L'ID, PLUS LES TRACES DE FUSION (ACTION F, PORTEES PAR
074400*     L'ID SURVIVANT) DONT L'ANCIENNE VALEUR DESIGNE L'ID COMME
074500*     CONDAMNE ("ID NNNNNNNNN NOM", CF PERSDUP), PAR ORDRE
074600*     CHRONOLOGIQUE.
074700*==============================================================
074800 4000-TRACE-AUDIT.
074900     MOVE "3. TRACE DES TRAITEMENTS (TABLE PERSONNES_AUDIT)"
075000         TO WS-REPORT-LINE.
075100     PERFORM 6700-ECRIRE-TITRE
075200         THRU 6700-ECRIRE-TITRE-EXIT.
075300*
075400     EXEC SQL
075500         DECLARE C-AUDIT CURSOR FOR
075600         SELECT TO_CHAR(horodatage, 'YYYY-MM-DD HH24:MI:SS'),
075700                id, action, COALESCE(ancienne_valeur, ''),
075800                COALESCE(nouvelle_valeur, ''), utilisateur
075900         FROM personnes_audit
076000         WHERE id = :WS-ID-DEMANDE
076100            OR (action = 'F'
076200                AND ancienne_valeur LIKE
076300                        'ID ' || TRIM(:WS-ID-ARCHIVE) || '%')
076400         ORDER BY horodatage, id
076500     END-EXEC.
076600*
076700     EXEC SQL
076800         OPEN C-AUDIT
076900     END-EXEC.
077000*
077100     IF SQLCODE NOT = 0
077200         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
077300             SQLCODE
077400         MOVE 12 TO RETURN-CODE
077500         GO TO 9999-FIN
077600     END-IF.
077700*
077800     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
077900     PERFORM 4100-FETCH-AUDIT
078000         THRU 4100-FETCH-AUDIT-EXIT.
078100*
078200     PERFORM 4200-EDITER-AUDIT
078300         THRU 4200-EDITER-AUDIT-EXIT
078400         UNTIL FIN-CURSEUR.
078500*
078600     EXEC SQL
078700         CLOSE C-AUDIT
078800     END-EXEC.
078900*
079000     IF WS-NB-TRACES = ZEROS
079100         MOVE SPACES TO WS-REPORT-LINE
079200         MOVE "AUCUNE TRACE" TO RPT-E-LIBELLE
079300         PERFORM 6900-ECRIRE-LIGNE
079400             THRU 6900-ECRIRE-LIGNE-EXIT
079500     END-IF.
079600*
079700 4000-TRACE-AUDIT-EXIT.
079800     EXIT.
079900*
080000*==============================================================
080100* 4100-FETCH-AUDIT - RAMENE LA LIGNE DE TRACE SUIVANTE. SON
080133*     UTILISATEUR EST LU DANS WS-DAC-UTILISATEUR : AUD-UTILISATEUR
080166*     PORTE L'OPERATEUR DU DOSSIER, REPRIS PAR LA TRACE D.
080200*==============================================================
080300 4100-FETCH-AUDIT.
080400     EXEC SQL
080500         FETCH C-AUDIT
080600         INTO :WS-DAC-HORODATAGE, :PERS-ID, :AUD-ACTION,
080700              :AUD-ANCIENNE-VALEUR, :AUD-NOUVELLE-VALEUR,
080800              :WS-DAC-UTILISATEUR
080900     END-EXEC.
081000*
081100     EVALUATE SQLCODE
081200         WHEN 0
081300             CONTINUE
081400         WHEN 100
081500             SET FIN-CURSEUR TO TRUE
081600         WHEN OTHER
081700             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
081800             MOVE 12 TO RETURN-CODE
081900             GO TO 9999-FIN
082000     END-EVALUATE.
082100*
082200 4100-FETCH-AUDIT-EXIT.
082300     EXIT.
082400*
082500*==============================================================
082600* 4200-EDITER-AUDIT - EDITE LA LIGNE DE TRACE COURANTE ET
082700*     ENCHAINE SUR LA SUIVANTE (LECTURE D'AVANCE CLASSIQUE).
082800*==============================================================
082900 4200-EDITER-AUDIT.
083000     ADD 1 TO WS-NB-TRACES.
083100     MOVE WS-DAC-HORODATAGE TO AUA-HORODATAGE.
083200     MOVE PERS-ID TO AUA-ID.
083300     MOVE AUD-ACTION TO AUA-ACTION.
083400     MOVE AUD-ANCIENNE-VALEUR TO AUA-ANCIENNE.
083500     MOVE AUD-NOUVELLE-VALEUR TO AUA-NOUVELLE.
083600     MOVE WS-DAC-UTILISATEUR TO AUA-UTILISATEUR.
083700*
083800     PERFORM 6100-EDITER-TRACE
083900         THRU 6100-EDITER-TRACE-EXIT.
084000*
084100     PERFORM 4100-FETCH-AUDIT
084200         THRU 4100-FETCH-AUDIT-EXIT.
084300*
084400 4200-EDITER-AUDIT-EXIT.
084500     EXIT.
084600*
084700*==============================================================
084800* 5000-IMAGES-ARCHIVEES - EDITE TOUTES LES IMAGES DE L'ID
084900*     PRESENTES DANS LE FICHIER ARCHIVE PERSARC (PERSONNE PURGEE
085000*     PAR PERSPRG, EVENTUELLEMENT PLUSIEURS FOIS). UN FICHIER
085100*     ABSENT EST SIGNALE DANS LE DOSSIER, QUI CONTINUE.
085200*==============================================================
085300 5000-IMAGES-ARCHIVEES.
085400     MOVE "4. IMAGES ARCHIVEES A LA PURGE (FICHIER PERSARC)"
085500         TO WS-REPORT-LINE.
085600     PERFORM 6700-ECRIRE-TITRE
085700         THRU 6700-ECRIRE-TITRE-EXIT.
085800*
085900     OPEN INPUT ARC-FILE.
086000*
086100     IF ARC-FICHIER-ABSENT
086200         MOVE SPACES TO WS-REPORT-LINE
086300         MOVE "FICHIER PERSARC ABSENT" TO RPT-E-LIBELLE
086400         PERFORM 6900-ECRIRE-LIGNE
086500             THRU 6900-ECRIRE-LIGNE-EXIT
086600         GO TO 5000-IMAGES-ARCHIVEES-EXIT
086700     END-IF.
086800*
086900     IF NOT ARC-STATUT-OK
087000         DISPLAY "Erreur a l'ouverture de PERSARC, statut : "
087100             WS-ARC-STATUS
087200         MOVE 16 TO RETURN-CODE
087300         GO TO 9999-FIN
087400     END-IF.
087500*
087600     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
087700     PERFORM 5100-LIRE-ARCHIVE
087800         THRU 5100-LIRE-ARCHIVE-EXIT.
087900*
088000     PERFORM 5200-EXAMINER-IMAGE
088100         THRU 5200-EXAMINER-IMAGE-EXIT
088200         UNTIL FIN-FICHIER.
088300*
088400     CLOSE ARC-FILE.
088500*
088600     IF WS-NB-IMAGES = ZEROS
088700         MOVE SPACES TO WS-REPORT-LINE
088800         MOVE "AUCUNE IMAGE ARCHIVEE" TO RPT-E-LIBELLE
088900         PERFORM 6900-ECRIRE-LIGNE
089000             THRU 6900-ECRIRE-LIGNE-EXIT
089100     END-IF.
089200*
089300 5000-IMAGES-ARCHIVEES-EXIT.
089400     EXIT.
089500*
089600*==============================================================
089700* 5100-LIRE-ARCHIVE - RAMENE L'IMAGE SUIVANTE DU FICHIER PERSARC
089800*     (LECTURE D'AVANCE CLASSIQUE).
089900*==============================================================
090000 5100-LIRE-ARCHIVE.
090100     READ ARC-FILE
090200         AT END
090300             SET FIN-FICHIER TO TRUE
090400     END-READ.
090500*
090600 5100-LIRE-ARCHIVE-EXIT.
090700     EXIT.
090800*
090900*==============================================================
091000* 5200-EXAMINER-IMAGE - EDITE L'IMAGE COURANTE SI ELLE PORTE
091100*     L'ID DU DOSSIER, PUIS ENCHAINE SUR LA SUIVANTE.
091200*==============================================================
091300 5200-EXAMINER-IMAGE.
091400     IF ARC-RECORD(1:9) = WS-ID-ARCHIVE
091500         ADD 1 TO WS-NB-IMAGES
091600         MOVE SPACES TO WS-REPORT-LINE
091700         PERFORM 6900-ECRIRE-LIGNE
091800             THRU 6900-ECRIRE-LIGNE-EXIT
091900         MOVE "IMAGE ARCHIVEE NO" TO RPT-C-LIBELLE
092000         MOVE WS-NB-IMAGES TO RPT-C-VALEUR(1:9)
092100         PERFORM 6800-ECRIRE-RUBRIQUE
092200             THRU 6800-ECRIRE-RUBRIQUE-EXIT
092300         MOVE ARC-RECORD TO PERS-RECORD
092400         PERFORM 3100-EDITER-IMAGE
092500             THRU 3100-EDITER-IMAGE-EXIT
092600     END-IF.
092700*
092800     PERFORM 5100-LIRE-ARCHIVE
092900         THRU 5100-LIRE-ARCHIVE-EXIT.
093000*
093100 5200-EXAMINER-IMAGE-EXIT.
093200     EXIT.
093300*
093400*==============================================================
093500* 3100-EDITER-IMAGE - EDITE LES RUBRIQUES DE LA LIGNE PERS-RECORD
093600*     (COPYBOOK PERSREC), UNE PAR LIGNE ; L'ADRESSE, PLUS LONGUE
093700*     QUE LA ZONE EDITEE, EST POURSUIVIE SUR UNE SECONDE LIGNE.
093800*==============================================================
093900 3100-EDITER-IMAGE.
094000     MOVE "NOM" TO RPT-C-LIBELLE.
094100     MOVE PERS-NOM TO RPT-C-VALEUR.
094200     PERFORM 6800-ECRIRE-RUBRIQUE
094300         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
094400*
094500     MOVE "PRENOM" TO RPT-C-LIBELLE.
094600     MOVE PERS-PRENOM TO RPT-C-VALEUR.
094700     PERFORM 6800-ECRIRE-RUBRIQUE
094800         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
094900*
095000     MOVE "DATE DE NAISSANCE" TO RPT-C-LIBELLE.
095100     MOVE PERS-DATE-NAISSANCE TO RPT-C-VALEUR.
095200     PERFORM 6800-ECRIRE-RUBRIQUE
095300         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
095400*
095500     MOVE "ADRESSE" TO RPT-C-LIBELLE.
095600     MOVE PERS-ADRESSE(1:110) TO RPT-C-VALEUR.
095700     PERFORM 6800-ECRIRE-RUBRIQUE
095800         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
095900     IF PERS-ADRESSE(111:90) NOT = SPACES
096000         MOVE PERS-ADRESSE(111:90) TO RPT-C-VALEUR
096100         PERFORM 6800-ECRIRE-RUBRIQUE
096200             THRU 6800-ECRIRE-RUBRIQUE-EXIT
096300     END-IF.
096400*
096500     MOVE "VILLE" TO RPT-C-LIBELLE.
096600     MOVE PERS-VILLE TO RPT-C-VALEUR.
096700     PERFORM 6800-ECRIRE-RUBRIQUE
096800         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
096900*
097000     MOVE "CODE POSTAL" TO RPT-C-LIBELLE.
097100     MOVE PERS-CODE-POSTAL TO RPT-C-VALEUR.
097200     PERFORM 6800-ECRIRE-RUBRIQUE
097300         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
097400*
097500     MOVE "TELEPHONE" TO RPT-C-LIBELLE.
097600     MOVE PERS-TELEPHONE TO RPT-C-VALEUR.
097700     PERFORM 6800-ECRIRE-RUBRIQUE
097800         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
097900*
098000     MOVE "EMAIL" TO RPT-C-LIBELLE.
098100     MOVE PERS-EMAIL TO RPT-C-VALEUR.
098200     PERFORM 6800-ECRIRE-RUBRIQUE
098300         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
098400*
098500 3100-EDITER-IMAGE-EXIT.
098600     EXIT.
098700*
098800*==============================================================
098900* 6000-TRACE-ARCHIVEE - PARCOURT LES FICHIERS AUDARCAAAAMMJJ
099000*     LAISSES PAR LES PASSAGES PERSAPU INSCRITS AU JOURNAL DES
099100*     PASSAGES BATCH ET EDITE LES LIGNES DE TRACE DE L'ID (OU LES
099200*     TRACES DE FUSION QUI LE DESIGNENT COMME CONDAMNE). UN
099300*     FICHIER ABSENT (DEPLACE OU DETRUIT) EST COMPTE ET SIGNALE.
099400*==============================================================
099500 6000-TRACE-ARCHIVEE.
099600     MOVE "5. TRACE ARCHIVEE A L'APUREMENT (FICHIERS AUDARC)"
099700         TO WS-REPORT-LINE.
099800     PERFORM 6700-ECRIRE-TITRE
099900         THRU 6700-ECRIRE-TITRE-EXIT.
100000*
100100     EXEC SQL
100200         DECLARE C-APUREMENTS CURSOR FOR
100300         SELECT DISTINCT TO_CHAR(debut, 'YYYYMMDD')
100400         FROM journal_batch
100500         WHERE TRIM(programme) = 'PERSAPU'
100600         ORDER BY 1
100700     END-EXEC.
100800*
100900     EXEC SQL
101000         OPEN C-APUREMENTS
101100     END-EXEC.
101200*
101300     IF SQLCODE NOT = 0
101400         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
101500             SQLCODE
101600         MOVE 12 TO RETURN-CODE
101700         GO TO 9999-FIN
101800     END-IF.
101900*
102000     PERFORM 6200-FETCH-APUREMENT
102100         THRU 6200-FETCH-APUREMENT-EXIT.
102200*
102300     PERFORM 6300-LIRE-FICHIER-AUDARC
102400         THRU 6300-LIRE-FICHIER-AUDARC-EXIT
102500         UNTIL FIN-APUREMENTS.
102600*
102700     EXEC SQL
102800         CLOSE C-APUREMENTS
102900     END-EXEC.
103000*
103100     IF WS-NB-TRACES-ARCHIVEES = ZEROS
103200         MOVE SPACES TO WS-REPORT-LINE
103300         MOVE "AUCUNE TRACE ARCHIVEE" TO RPT-E-LIBELLE
103400         PERFORM 6900-ECRIRE-LIGNE
103500             THRU 6900-ECRIRE-LIGNE-EXIT
103600     END-IF.
103700*
103800 6000-TRACE-ARCHIVEE-EXIT.
103900     EXIT.
104000*
104100*==============================================================
104200* 6100-EDITER-TRACE - EDITE UNE LIGNE DE TRACE (TABLE OU
104300*     ARCHIVE) PREPAREE DANS WS-AUDARC-LINE : HORODATAGE, ID,
104400*     ACTION DECODEE, UTILISATEUR, PUIS L'ANCIENNE ET LA NOUVELLE
104500*     VALEUR EN ENTIER SUR DES LIGNES DE SUITE.
104600*==============================================================
104700 6100-EDITER-TRACE.
104800     MOVE AUA-ACTION TO AUD-ACTION.
104900     PERFORM 6050-DECODER-ACTION
104903         THRU 6050-DECODER-ACTION-EXIT.
104906*
104909     MOVE SPACES TO WS-REPORT-LINE.
104912     MOVE AUA-HORODATAGE TO RPT-A-HORODATAGE.
104915     MOVE AUA-ID TO RPT-A-ID.
104918     MOVE WS-ACTION-LIBELLE TO RPT-A-ACTION.
104921     MOVE AUA-UTILISATEUR TO RPT-A-UTILISATEUR.
104924     PERFORM 6900-ECRIRE-LIGNE
104927         THRU 6900-ECRIRE-LIGNE-EXIT.
104930*
104933     IF AUA-ANCIENNE NOT = SPACES
104936         MOVE "    ANCIENNE VALEUR" TO RPT-C-LIBELLE
104939         MOVE AUA-ANCIENNE TO RPT-C-VALEUR
104942         PERFORM 6800-ECRIRE-RUBRIQUE
104945             THRU 6800-ECRIRE-RUBRIQUE-EXIT
104948     END-IF.
104951*
104954     IF AUA-NOUVELLE NOT = SPACES
104957         MOVE "    NOUVELLE VALEUR" TO RPT-C-LIBELLE
104960         MOVE AUA-NOUVELLE TO RPT-C-VALEUR
104963         PERFORM 6800-ECRIRE-RUBRIQUE
104966             THRU 6800-ECRIRE-RUBRIQUE-EXIT
104969     END-IF.
104972*
104975 6100-EDITER-TRACE-EXIT.
104978     EXIT.
104981*
104984*==============================================================
104987* 6050-DECODER-ACTION - DECODE DANS WS-ACTION-LIBELLE L'ACTION
104990*     D'AUDIT PORTEE PAR AUD-ACTION (TRACE OU IMAGE HISTORISEE).
104993*==============================================================
104996 6050-DECODER-ACTION.
105000     EVALUATE TRUE
105100         WHEN AUD-ACTION-AJOUT
105200             MOVE "AJOUT" TO WS-ACTION-LIBELLE
105300         WHEN AUD-ACTION-MODIFICATION
105400             MOVE "MODIFICATION" TO WS-ACTION-LIBELLE
105500         WHEN AUD-ACTION-SUPPRESSION
105600             MOVE "SUPPRESSION" TO WS-ACTION-LIBELLE
105700         WHEN AUD-ACTION-RECHERCHE
105800             MOVE "RECHERCHE" TO WS-ACTION-LIBELLE
105900         WHEN AUD-ACTION-FUSION
106000             MOVE "FUSION" TO WS-ACTION-LIBELLE
106100         WHEN AUD-ACTION-ARCHIVAGE
106200             MOVE "ARCHIVAGE" TO WS-ACTION-LIBELLE
106300         WHEN AUD-ACTION-REINTEGRATION
106400             MOVE "REINTEGRATION" TO WS-ACTION-LIBELLE
106500         WHEN AUD-ACTION-NPAI
106600             MOVE "NPAI" TO WS-ACTION-LIBELLE
106700         WHEN AUD-ACTION-DOSSIER
106800             MOVE "DROIT D'ACCES" TO WS-ACTION-LIBELLE
106833         WHEN AUD-ACTION-HABILITATION
106866             MOVE "ACCES REFUSE" TO WS-ACTION-LIBELLE
106900         WHEN OTHER
107000             MOVE AUD-ACTION TO WS-ACTION-LIBELLE
107100     END-EVALUATE.
107200*
107300 6050-DECODER-ACTION-EXIT.
107400     EXIT.
109700*
109800*==============================================================
109900* 6200-FETCH-APUREMENT - RAMENE LA DATE DU PASSAGE PERSAPU
110000*     SUIVANT.
110100*==============================================================
110200 6200-FETCH-APUREMENT.
110300     EXEC SQL
110400         FETCH C-APUREMENTS
110500         INTO :WS-DAC-DATE-APUREMENT
110600     END-EXEC.
110700*
110800     EVALUATE SQLCODE
110900         WHEN 0
111000             CONTINUE
111100         WHEN 100
111200             SET FIN-APUREMENTS TO TRUE
111300         WHEN OTHER
111400             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
111500             MOVE 12 TO RETURN-CODE
111600             GO TO 9999-FIN
111700     END-EVALUATE.
111800*
111900 6200-FETCH-APUREMENT-EXIT.
112000     EXIT.
112100*
112200*==============================================================
112300* 6300-LIRE-FICHIER-AUDARC - OUVRE LE FICHIER AUDARC DE LA DATE
112400*     COURANTE, EN EDITE LES LIGNES DE L'ID, LE FERME, PUIS
112500*     ENCHAINE SUR LA DATE SUIVANTE (LECTURE D'AVANCE CLASSIQUE).
112600*==============================================================
112700 6300-LIRE-FICHIER-AUDARC.
112800     MOVE SPACES TO WS-NOM-AUDARC.
112900     STRING "AUDARC"              DELIMITED BY SIZE
113000            WS-DAC-DATE-APUREMENT DELIMITED BY SIZE
113100         INTO WS-NOM-AUDARC.
113200*
113300     OPEN INPUT AUA-FILE.
113400*
113500     IF AUA-FICHIER-ABSENT
113600         ADD 1 TO WS-NB-FICHIERS-ABSENTS
113700         MOVE SPACES TO WS-REPORT-LINE
113800         MOVE "FICHIER ABSENT :" TO RPT-C-LIBELLE
113900         MOVE WS-NOM-AUDARC TO RPT-C-VALEUR
114000         PERFORM 6800-ECRIRE-RUBRIQUE
114100             THRU 6800-ECRIRE-RUBRIQUE-EXIT
114200         GO TO 6300-LIRE-FICHIER-AUDARC-SUITE
114300     END-IF.
114400*
114500     IF NOT AUA-STATUT-OK
114600         DISPLAY "Erreur a l'ouverture de " WS-NOM-AUDARC
114700             ", statut : " WS-AUA-STATUS
114800         MOVE 16 TO RETURN-CODE
114900         GO TO 9999-FIN
115000     END-IF.
115100*
115200     ADD 1 TO WS-NB-FICHIERS-AUDARC.
115300     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
115400     PERFORM 6400-LIRE-AUDARC
115500         THRU 6400-LIRE-AUDARC-EXIT.
115600*
115700     PERFORM 6500-EXAMINER-AUDARC
115800         THRU 6500-EXAMINER-AUDARC-EXIT
115900         UNTIL FIN-FICHIER.
116000*
116100     CLOSE AUA-FILE.
116200*
116300 6300-LIRE-FICHIER-AUDARC-SUITE.
116400     PERFORM 6200-FETCH-APUREMENT
116500         THRU 6200-FETCH-APUREMENT-EXIT.
116600*
116700 6300-LIRE-FICHIER-AUDARC-EXIT.
116800     EXIT.
116900*
117000*==============================================================
117100* 6400-LIRE-AUDARC - RAMENE LA LIGNE SUIVANTE DU FICHIER AUDARC
117200*     COURANT (LECTURE D'AVANCE CLASSIQUE).
117300*==============================================================
117400 6400-LIRE-AUDARC.
117500     READ AUA-FILE
117600         AT END
117700             SET FIN-FICHIER TO TRUE
117800     END-READ.
117900*
118000 6400-LIRE-AUDARC-EXIT.
118100     EXIT.
118200*
118300*==============================================================
118400* 6500-EXAMINER-AUDARC - EDITE LA LIGNE ARCHIVEE COURANTE SI
118500*     ELLE PORTE L'ID DU DOSSIER, OU SI C'EST UNE TRACE DE FUSION
118600*     QUI LE DESIGNE COMME CONDAMNE, PUIS ENCHAINE SUR LA
118700*     SUIVANTE.
118800*==============================================================
118900 6500-EXAMINER-AUDARC.
119000     MOVE AUA-RECORD TO WS-AUDARC-LINE.
119100*
119200     IF AUA-ID-X = WS-ID-ARCHIVE
119300         OR (AUA-ACTION = "F"
119400             AND AUA-ANCIENNE(1:3) = "ID "
119500             AND AUA-ANCIENNE(4:9) = WS-ID-ARCHIVE)
119600         ADD 1 TO WS-NB-TRACES-ARCHIVEES
119700         PERFORM 6100-EDITER-TRACE
119800             THRU 6100-EDITER-TRACE-EXIT
119900     END-IF.
120000*
120100     PERFORM 6400-LIRE-AUDARC
120200         THRU 6400-LIRE-AUDARC-EXIT.
120300*
120400 6500-EXAMINER-AUDARC-EXIT.
120500     EXIT.
120600*
120700*==============================================================
120800* 6700-ECRIRE-TITRE - EDITE UNE LIGNE BLANCHE PUIS LE TITRE DE
120900*     SECTION PREPARE PAR L'APPELANT DANS WS-REPORT-LINE.
121000*==============================================================
121100 6700-ECRIRE-TITRE.
121200     MOVE WS-REPORT-LINE TO DAC-RECORD.
121300     MOVE SPACES TO WS-REPORT-LINE.
121400     PERFORM 6900-ECRIRE-LIGNE
121500         THRU 6900-ECRIRE-LIGNE-EXIT.
121600*
121700     MOVE DAC-RECORD TO WS-REPORT-LINE.
121800     PERFORM 6900-ECRIRE-LIGNE
121900         THRU 6900-ECRIRE-LIGNE-EXIT.
122000*
122100 6700-ECRIRE-TITRE-EXIT.
122200     EXIT.
122300*
122400*==============================================================
122500* 6800-ECRIRE-RUBRIQUE - EDITE UNE LIGNE LIBELLE / VALEUR
122600*     PREPAREE DANS LA VUE WS-RUBRIQUE-VIEW, PUIS REMET LA LIGNE
122700*     A BLANC POUR LA RUBRIQUE SUIVANTE.
122800*==============================================================
122900 6800-ECRIRE-RUBRIQUE.
123000     PERFORM 6900-ECRIRE-LIGNE
123100         THRU 6900-ECRIRE-LIGNE-EXIT.
123200     MOVE SPACES TO WS-REPORT-LINE.
123300*
123400 6800-ECRIRE-RUBRIQUE-EXIT.
123500     EXIT.
123600*
123700*==============================================================
123800* 6900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS L'ETAT DACOUT
123900*     ET LA COMPTE.
124000*==============================================================
124100 6900-ECRIRE-LIGNE.
124200     MOVE WS-REPORT-LINE TO DAC-RECORD.
124300     WRITE DAC-RECORD.
124400*
124500     IF NOT DAC-STATUT-OK
124600         DISPLAY "Erreur a l'ecriture DACOUT, statut : "
124700             WS-DAC-STATUS
124800         MOVE 16 TO RETURN-CODE
124900         GO TO 9999-FIN
125000     END-IF.
125100*
125200     ADD 1 TO WS-NB-LIGNES.
125300*
125400 6900-ECRIRE-LIGNE-EXIT.
125500     EXIT.
125600*
125700*==============================================================
125800* 7000-TRACER-DOSSIER - TRACE LA PRODUCTION DU DOSSIER DANS
125900*     PERSONNES_AUDIT (ACTION D, DESIGNATION DEMANDEE EN NOUVELLE
126000*     VALEUR). SANS CETTE TRACE LE DOSSIER NE DOIT PAS ETRE
126100*     REMIS : L'ECHEC SORT EN CODE RETOUR 12.
126200*==============================================================
126300 7000-TRACER-DOSSIER.
126400     MOVE WS-ID-DEMANDE TO PERS-ID.
126500     SET AUD-ACTION-DOSSIER TO TRUE.
126600     MOVE SPACES TO AUD-ANCIENNE-VALEUR.
126700     MOVE SPACES TO AUD-NOUVELLE-VALEUR.
126800     STRING "DOSSIER DROIT D'ACCES - " DELIMITED BY SIZE
126900            FUNCTION TRIM(WS-PARM-LINE) DELIMITED BY SIZE
127000         INTO AUD-NOUVELLE-VALEUR.
127100*
127200     EXEC SQL
127300         INSERT INTO personnes_audit
127400             (id, action, ancienne_valeur, nouvelle_valeur,
127500              utilisateur)
127600         VALUES
127700             (:PERS-ID, :AUD-ACTION, :AUD-ANCIENNE-VALEUR,
127800              :AUD-NOUVELLE-VALEUR, :AUD-UTILISATEUR)
127900     END-EXEC.
128000*
128100     IF SQLCODE NOT = 0
128200         EXEC SQL ROLLBACK END-EXEC
128300         DISPLAY "Erreur SQL sur la trace du dossier SQLCODE: "
128400             SQLCODE " - dossier a ne pas remettre."
128500         MOVE 12 TO RETURN-CODE
128600         GO TO 9999-FIN
128700     END-IF.
128800*
128900     EXEC SQL COMMIT END-EXEC.
129000*
129100 7000-TRACER-DOSSIER-EXIT.
129200     EXIT.
129300*
129400*==============================================================
129500* 8000-TOTAUX - EDITE LE RECAPITULATIF DU DOSSIER ET LA LIGNE DE
129600*     FIN, FERME L'ETAT.
129700*==============================================================
129800 8000-TOTAUX.
129900     MOVE "RECAPITULATIF" TO WS-REPORT-LINE.
130000     PERFORM 6700-ECRIRE-TITRE
130100         THRU 6700-ECRIRE-TITRE-EXIT.
130200*
130216     MOVE "IMAGES HISTORISEES" TO RPT-R-LIBELLE.
130233     MOVE WS-NB-HISTORIQUES TO RPT-R-NB.
130250     PERFORM 6600-ECRIRE-RECAP
130266         THRU 6600-ECRIRE-RECAP-EXIT.
130283*
130300     MOVE "LIGNES DE TRACE" TO RPT-R-LIBELLE.
130400     MOVE WS-NB-TRACES TO RPT-R-NB.
130500     PERFORM 6600-ECRIRE-RECAP
130600         THRU 6600-ECRIRE-RECAP-EXIT.
130700*
130800     MOVE "IMAGES ARCHIVEES" TO RPT-R-LIBELLE.
130900     MOVE WS-NB-IMAGES TO RPT-R-NB.
131000     PERFORM 6600-ECRIRE-RECAP
131100         THRU 6600-ECRIRE-RECAP-EXIT.
131200*
131300     MOVE "LIGNES DE TRACE ARCHIVEES" TO RPT-R-LIBELLE.
131400     MOVE WS-NB-TRACES-ARCHIVEES TO RPT-R-NB.
131500     PERFORM 6600-ECRIRE-RECAP
131600         THRU 6600-ECRIRE-RECAP-EXIT.
131700*
131800     MOVE "FICHIERS AUDARC LUS" TO RPT-R-LIBELLE.
131900     MOVE WS-NB-FICHIERS-AUDARC TO RPT-R-NB.
132000     PERFORM 6600-ECRIRE-RECAP
132100         THRU 6600-ECRIRE-RECAP-EXIT.
132200*
132300     IF WS-NB-FICHIERS-ABSENTS NOT = ZEROS
132400         MOVE "FICHIERS AUDARC ABSENTS" TO RPT-R-LIBELLE
132500         MOVE WS-NB-FICHIERS-ABSENTS TO RPT-R-NB
132600         PERFORM 6600-ECRIRE-RECAP
132700             THRU 6600-ECRIRE-RECAP-EXIT
132800     END-IF.
132900*
133000     MOVE SPACES TO WS-REPORT-LINE.
133100     MOVE "NOMBRE DE LIGNES :" TO RPT-F-LIBELLE.
133200     ADD 1 TO WS-NB-LIGNES GIVING RPT-F-NB-LIGNES.
133300     PERFORM 6900-ECRIRE-LIGNE
133400         THRU 6900-ECRIRE-LIGNE-EXIT.
133500*
133600     CLOSE DAC-FILE.
133700*
133800     IF NOT DAC-STATUT-OK
133900         DISPLAY "Erreur a la fermeture de DACOUT, statut : "
134000             WS-DAC-STATUS
134100         MOVE 16 TO RETURN-CODE
134200         GO TO 9999-FIN
134300     END-IF.
134400*
134500     DISPLAY "Dossier produit pour l'id " WS-ID-ARCHIVE " - "
134550         WS-NB-HISTORIQUES " image(s) historisee(s), "
134600         WS-NB-TRACES " trace(s), " WS-NB-IMAGES
134700         " image(s) archivee(s), " WS-NB-TRACES-ARCHIVEES
134800         " trace(s) archivee(s).".
134900     MOVE 0 TO RETURN-CODE.
135000*
135100 8000-TOTAUX-EXIT.
135200     EXIT.
135300*
135400*==============================================================
135500* 6600-ECRIRE-RECAP - EDITE UNE LIGNE DE RECAPITULATIF DEJA
135600*     PREPAREE DANS LA VUE WS-RECAP-VIEW PAR L'APPELANT.
135700*==============================================================
135800 6600-ECRIRE-RECAP.
135900     MOVE SPACES TO WS-REPORT-LINE(40:93).
136000     PERFORM 6900-ECRIRE-LIGNE
136100         THRU 6900-ECRIRE-LIGNE-EXIT.
136200*
136300 6600-ECRIRE-RECAP-EXIT.
136400     EXIT.
136500*
136600*==============================================================
136700* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
136800*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
136900*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
137000*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
137100*==============================================================
137200 8800-JOURNAL-DEBUT.
137300     MOVE "PERSDAC" TO JRN-PROGRAMME.
137400     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
137500     ACCEPT WS-JRN-HEURE FROM TIME.
137600*
137700     MOVE SPACES TO JRN-DEBUT.
137800     STRING WS-JRN-DATE(1:4) "-"
137900            WS-JRN-DATE(5:2) "-"
138000            WS-JRN-DATE(7:2) " "
138100            WS-JRN-HEURE(1:2) ":"
138200            WS-JRN-HEURE(3:2) ":"
138300            WS-JRN-HEURE(5:2)
138400         DELIMITED BY SIZE INTO JRN-DEBUT.
138500*
138600     SET JRN-PASSAGE-NORMAL TO TRUE.
138700*
138800     EXEC SQL
138900         INSERT INTO journal_batch (programme, debut, reprise)
139000         VALUES (:JRN-PROGRAMME,
139100                 TO_TIMESTAMP(:JRN-DEBUT,
139200                              'YYYY-MM-DD HH24:MI:SS'),
139300                 :JRN-REPRISE)
139400     END-EXEC.
139500*
139600     IF SQLCODE NOT = 0
139700         EXEC SQL ROLLBACK END-EXEC
139800         DISPLAY "Avertissement - journal des passages non "
139900             "ecrit, SQLCODE: " SQLCODE
140000     ELSE
140100         EXEC SQL COMMIT END-EXEC
140200         SET JOURNAL-OUVERT TO TRUE
140300     END-IF.
140400*
140500 8800-JOURNAL-DEBUT-EXIT.
140600     EXIT.
140700*
140800*==============================================================
140900* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
141000*     (FIN, DOSSIER PRODUIT OU NON, CODE RETOUR). APPELE EN
141100*     9999-FIN QUELLE QUE SOIT L'ISSUE DU PASSAGE.
141200*==============================================================
141300 8900-JOURNAL-FIN.
141400     IF NOT JOURNAL-OUVERT
141500         GO TO 8900-JOURNAL-FIN-EXIT
141600     END-IF.
141700*
141800     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
141900     MOVE 1 TO JRN-NB-ATTENDU.
142000*
142100     IF RETURN-CODE = ZEROS
142200         MOVE 1 TO JRN-NB-TRAITE
142300     ELSE
142400         MOVE ZEROS TO JRN-NB-TRAITE
142500     END-IF.
142600*
142700     EXEC SQL
142800         UPDATE journal_batch
142900         SET fin = CURRENT_TIMESTAMP,
143000             nb_attendu = :JRN-NB-ATTENDU,
143100             nb_traite = :JRN-NB-TRAITE,
143200             code_retour = :JRN-CODE-RETOUR
143300         WHERE programme = :JRN-PROGRAMME
143400           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
143500                                    'YYYY-MM-DD HH24:MI:SS')
143600     END-EXEC.
143700*
143800     IF SQLCODE NOT = 0
143900         EXEC SQL ROLLBACK END-EXEC
144000         DISPLAY "Avertissement - journal des passages non "
144100             "complete, SQLCODE: " SQLCODE
144200     ELSE
144300         EXEC SQL COMMIT END-EXEC
144400     END-IF.
144500*
144600 8900-JOURNAL-FIN-EXIT.
144700     EXIT.
144800*
144900*==============================================================
145000* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
145100*==============================================================
145200 9999-FIN.
145300     IF CONNEXION-OUVERTE
145400         PERFORM 8900-JOURNAL-FIN
145500             THRU 8900-JOURNAL-FIN-EXIT
145600     END-IF.
145700     IF CONNEXION-OUVERTE
145800         DISPLAY "Deconnexion reussie."
145900     END-IF.
146000     STOP RUN.
