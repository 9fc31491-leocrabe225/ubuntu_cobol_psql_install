000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSDCD.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - RAPPROCHEMENT DU FICHIER
001000*                    MENSUEL DES DECES DE L'INSEE (FICHIER DCDIN,
001100*                    FORMAT FIXE DE L'INSEE, DECES_INSEE.SQL) AVEC
001200*                    LES PERSONNES ACTIVES, SUR NOM + PRENOM +
001300*                    DATE DE NAISSANCE APRES NORMALISATION DES
001400*                    NOMS.
001500*                    UNE CORRESPONDANCE EXACTE ET UNIQUE PASSE LA
001600*                    PERSONNE AU STATUT D A LA DATE DU DECES, AVEC
001700*                    LA MEME TRACE QUE PERSMNT MODE E (ACTION M,
001800*                    STATUT AVANT -> STATUT APRES AVEC SA DATE
001900*                    D'EFFET), L'IMAGE AVANT COPIEE PAR PERSHIS ET
002000*                    LE FOYER REAFFECTE PAR PERSFYA. LES
002100*                    CORRESPONDANCES APPROCHEES (UNE RUBRIQUE
002200*                    DIFFERENTE, OU MEME DATE DE NAISSANCE ET NOM
002300*                    VOISIN) ET LES HOMONYMES EXACTS PARTENT DANS
002400*                    L'ETAT DES SUSPENS DCDSUS POUR CONFIRMATION
002500*                    PAR UN AGENT (PERSMNT MODE E). UNE PERSONNE
002600*                    DEJA DECEDEE EN TABLE N'EST PAS RETOUCHEE :
002700*                    LE PASSAGE PEUT ETRE REJOUE SUR LE MEME
002800*                    FICHIER.
002900*                    TOTAUX LUES / APPLIQUEES / EN SUSPENS / NON
003000*                    RAPPROCHEES AU JOURNAL DES PASSAGES BATCH.
003100*                    CONTROLE D'HABILITATION AU DEMARRAGE
003200*                    (PERSHAB) : ROLE SUPERVISEUR REQUIS, COMME LE
003300*                    MODE E.
003400*--------------------------------------------------------------
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ENT-FILE         ASSIGN TO "DCDIN"
004000                             ORGANIZATION LINE SEQUENTIAL
004100                             FILE STATUS IS WS-ENT-STATUS.
004200*
004300     SELECT SUS-FILE         ASSIGN TO "DCDSUS"
004400                             ORGANIZATION LINE SEQUENTIAL
004500                             FILE STATUS IS WS-SUS-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ENT-FILE
005000     RECORDING MODE IS F.
005100 01  ENT-RECORD                  PIC X(200).
005200*
005300*--------------------------------------------------------------
005400* ENREGISTREMENT DU FICHIER DES DECES DE L'INSEE (FORMAT FIXE).
005500* NOM ET PRENOMS SOUS LA FORME "NOM*PRENOM1 PRENOM2/", DATES
005600* AAAAMMJJ (JOUR OU MOIS A 00 SI INCONNU A LA NAISSANCE).
005700*--------------------------------------------------------------
005800 01  ENT-INSEE.
005900     05  ENT-NOM-PRENOMS         PIC X(80).
006000     05  ENT-SEXE                PIC X(01).
006100     05  ENT-DATE-NAISSANCE      PIC X(08).
006200     05  ENT-LIEU-NAISSANCE      PIC X(05).
006300     05  ENT-COMMUNE-NAISSANCE   PIC X(30).
006400     05  ENT-PAYS-NAISSANCE      PIC X(30).
006500     05  ENT-DATE-DECES          PIC X(08).
006600     05  ENT-LIEU-DECES          PIC X(05).
006700     05  ENT-ACTE-DECES          PIC X(09).
006800     05  FILLER                  PIC X(24).
006900*
007000 FD  SUS-FILE
007100     RECORDING MODE IS F.
007200 01  SUS-RECORD                  PIC X(132).
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600*--------------------------------------------------------------
007700* VUES ALTERNATIVES DE LA LIGNE EDITEE (ENTETE / DECES INSEE /
007800* PERSONNE CANDIDATE / LIGNE REJETEE / RECAPITULATIF).
007900*--------------------------------------------------------------
008000 01  WS-REPORT-LINE              PIC X(132).
008100*
008200 01  WS-ENTETE-VIEW REDEFINES WS-REPORT-LINE.
008300     05  RPT-E-LIBELLE           PIC X(60).
008400     05  FILLER                  PIC X(72).
008500*
008600 01  WS-INSEE-VIEW REDEFINES WS-REPORT-LINE.
008700     05  RPT-I-LIBELLE           PIC X(10).
008800     05  RPT-I-NOM               PIC X(25).
008900     05  FILLER                  PIC X(01).
009000     05  RPT-I-PRENOMS           PIC X(20).
009100     05  FILLER                  PIC X(01).
009200     05  RPT-I-NAISSANCE         PIC X(10).
009300     05  FILLER                  PIC X(02).
009400     05  RPT-I-DECES-LIB         PIC X(10).
009500     05  RPT-I-DECES             PIC X(10).
009600     05  FILLER                  PIC X(02).
009700     05  RPT-I-LIEU-LIB          PIC X(06).
009800     05  RPT-I-LIEU              PIC X(05).
009900     05  FILLER                  PIC X(02).
010000     05  RPT-I-ACTE-LIB          PIC X(05).
010100     05  RPT-I-ACTE              PIC X(09).
010200     05  FILLER                  PIC X(14).
010300*
010400 01  WS-CANDIDAT-VIEW REDEFINES WS-REPORT-LINE.
010500     05  RPT-C-ID                PIC Z(8)9.
010600     05  FILLER                  PIC X(01).
010700     05  RPT-C-NOM               PIC X(25).
010800     05  FILLER                  PIC X(01).
010900     05  RPT-C-PRENOM            PIC X(20).
011000     05  FILLER                  PIC X(01).
011100     05  RPT-C-NAISSANCE         PIC X(10).
011200     05  FILLER                  PIC X(02).
011300     05  RPT-C-VILLE             PIC X(25).
011400     05  FILLER                  PIC X(02).
011500     05  RPT-C-MOTIF             PIC X(36).
011600*
011700 01  WS-REJET-VIEW REDEFINES WS-REPORT-LINE.
011800     05  RPT-J-MOTIF             PIC X(40).
011900     05  FILLER                  PIC X(02).
012000     05  RPT-J-LIGNE             PIC X(90).
012100*
012200 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
012300     05  RPT-R-LIBELLE           PIC X(28).
012400     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
012500     05  FILLER                  PIC X(93).
012600*
012700*--------------------------------------------------------------
012800* ZONE DE TRAVAIL DU PASSAGE.
012900*--------------------------------------------------------------
013000 01  WS-ENT-STATUS               PIC X(02).
013100     88  ENT-STATUT-OK                        VALUE "00".
013200     88  ENT-FICHIER-ABSENT                  VALUE "35".
013300 01  WS-SUS-STATUS               PIC X(02).
013400     88  SUS-STATUT-OK                        VALUE "00".
013500*
013600 01  WS-NB-LUES                  PIC 9(09)   VALUE ZEROS.
013700 01  WS-NB-APPLIQUEES            PIC 9(09)   VALUE ZEROS.
013800 01  WS-NB-DEJA-APPLIQUEES       PIC 9(09)   VALUE ZEROS.
013900 01  WS-NB-SUSPENDUES            PIC 9(09)   VALUE ZEROS.
014000 01  WS-NB-NON-RAPPROCHEES       PIC 9(09)   VALUE ZEROS.
014100 01  WS-NB-REJETEES              PIC 9(09)   VALUE ZEROS.
014200 01  WS-NB-CANDIDATS             PIC 9(09)   VALUE ZEROS.
014300*
014400 01  WS-MOTIF-REJET              PIC X(40).
014500 01  WS-SQLCODE-EDITE            PIC -(08)9.
014600*
014700 01  WS-NAISSANCE-DETAIL.
014800     05  WS-NAI-AAAA             PIC X(04).
014900     05  WS-NAI-MM               PIC X(02).
015000     05  WS-NAI-JJ               PIC X(02).
015100 01  WS-DECES-DETAIL.
015200     05  WS-DCD-AAAA             PIC X(04).
015300     05  WS-DCD-MM               PIC X(02).
015400     05  WS-DCD-JJ               PIC X(02).
015500*
015600 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
015700     88  FIN-FICHIER                         VALUE "Y".
015800*
015900 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
016000     88  FIN-CURSEUR                         VALUE "Y".
016100*
016120 77  WS-LIGNE-REJETEE-SWITCH     PIC X(01)   VALUE "N".
016140     88  LIGNE-REJETEE                       VALUE "Y".
016160*
016200 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
016300     88  CONNEXION-OUVERTE                   VALUE "Y".
016400*
016500*--------------------------------------------------------------
016600* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
016700*--------------------------------------------------------------
016800 01  WS-JRN-DATE                 PIC 9(08).
016900 01  WS-JRN-HEURE                PIC 9(08).
017000*
017100 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
017200     88  JOURNAL-OUVERT                      VALUE "Y".
017300*
017400*--------------------------------------------------------------
017500* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
017600* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
017700* HOTE.
017800*--------------------------------------------------------------
017900     COPY PERSHABC.
018000*
018100*--------------------------------------------------------------
018200* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
018300* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
018400* HOTE.
018500*--------------------------------------------------------------
018600     COPY PERSHISC.
018700*
018800*--------------------------------------------------------------
018900* COMPTE RENDU DE L'AFFECTATION AU FOYER (SOUS-PROGRAMME
019000* PERSFYA), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
019100* HOTE.
019200*--------------------------------------------------------------
019300     COPY PERSFYAC.
019400*
019500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
019600     COPY PERSREC.
019700     COPY PERSAUD.
019800     COPY PERSJRN.
019900*
020000*--------------------------------------------------------------
020100* DECES INSEE COURANT : NOM ET PRENOMS BRUTS PUIS NORMALISES
020200* (FONCTION NOM_NORMALISE), DATES AU FORMAT JJ/MM/AAAA DE LA
020300* TABLE PERSONNES.
020400*--------------------------------------------------------------
020500 01  WS-INSEE-NOM                PIC X(80).
020600 01  WS-INSEE-PRENOMS            PIC X(80).
020700 01  WS-INSEE-NOM-NORM           PIC X(80).
020800 01  WS-INSEE-PRENOMS-NORM       PIC X(80).
020900 01  WS-INSEE-NAISSANCE          PIC X(10).
021000 01  WS-INSEE-DECES              PIC X(10).
021100*
021200 01  WS-NB-EXACTS                PIC 9(09).
021300 01  WS-NB-DEJA                  PIC 9(09).
021400 01  WS-ID-EXACT                 PIC 9(09).
021500 01  WS-STATUT-COURANT           PIC X(01).
021600*
021700*--------------------------------------------------------------
021800* PERSONNE CANDIDATE RAMENEE PAR LE CURSEUR DES RAPPROCHEMENTS,
021900* AVEC L'ACCORD (O/N) DE CHAQUE RUBRIQUE ET LA PROXIMITE DU NOM.
022000*--------------------------------------------------------------
022100 01  WS-CAN-ID                   PIC 9(09).
022200 01  WS-CAN-NOM                  PIC X(100).
022300 01  WS-CAN-PRENOM               PIC X(100).
022400 01  WS-CAN-NAISSANCE            PIC X(10).
022500 01  WS-CAN-VILLE                PIC X(100).
022600 01  WS-CAN-NOM-OK               PIC X(01).
022700 01  WS-CAN-PRENOM-OK            PIC X(01).
022800 01  WS-CAN-DATE-OK              PIC X(01).
022900 01  WS-CAN-NOM-PROCHE           PIC X(01).
023000 01  USERNAME                    PIC X(30).
023100 01  PASSWD                      PIC X(30).
023200 01  DBNAME                      PIC X(10).
023300 EXEC SQL END DECLARE SECTION END-EXEC.
023400*
023500 EXEC SQL INCLUDE SQLCA END-EXEC.
023600*
023700 PROCEDURE DIVISION.
023800*
023900*==============================================================
024000* 0000-MAINLINE
024100*==============================================================
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALISATION
024400         THRU 1000-INITIALISATION-EXIT.
024500*
024600     PERFORM 1500-LIRE-CREDENTIALS
024700         THRU 1500-LIRE-CREDENTIALS-EXIT.
024800*
024900     PERFORM 1700-LIRE-UTILISATEUR
025000         THRU 1700-LIRE-UTILISATEUR-EXIT.
025100*
025200     PERFORM 2000-CONNEXION
025300         THRU 2000-CONNEXION-EXIT.
025400*
025500     PERFORM 8800-JOURNAL-DEBUT
025600         THRU 8800-JOURNAL-DEBUT-EXIT.
025700*
025800     PERFORM 2100-CONTROLER-HABILITATION
025900         THRU 2100-CONTROLER-HABILITATION-EXIT.
026000*
026100     PERFORM 2500-LIRE-ENTREE
026200         THRU 2500-LIRE-ENTREE-EXIT.
026300*
026400     PERFORM 3000-TRAITER-LIGNE
026500         THRU 3000-TRAITER-LIGNE-EXIT
026600         UNTIL FIN-FICHIER.
026700*
026800     PERFORM 8000-TOTAUX
026900         THRU 8000-TOTAUX-EXIT.
027000*
027100     GO TO 9999-FIN.
027200*
027300*==============================================================
027400* 1000-INITIALISATION - OUVERTURE DU FICHIER DES DECES ET DE
027500*     L'ETAT DES SUSPENS, EDITION DE L'ENTETE. UN FICHIER D'ENTREE
027600*     ABSENT EST UNE ERREUR DE LANCEMENT, PAS UN PASSAGE VIDE.
027700*==============================================================
027800 1000-INITIALISATION.
027900     OPEN INPUT ENT-FILE.
028000*
028100     IF ENT-FICHIER-ABSENT
028200         DISPLAY "PERSDCD : fichier DCDIN absent."
028300         MOVE 16 TO RETURN-CODE
028400         GO TO 9999-FIN
028500     END-IF.
028600*
028700     IF NOT ENT-STATUT-OK
028800         DISPLAY "Erreur a l'ouverture de DCDIN, statut : "
028900             WS-ENT-STATUS
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 9999-FIN
029200     END-IF.
029300*
029400     OPEN OUTPUT SUS-FILE.
029500*
029600     IF NOT SUS-STATUT-OK
029700         DISPLAY "Erreur a l'ouverture de DCDSUS, statut : "
029800             WS-SUS-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         GO TO 9999-FIN
030100     END-IF.
030200*
030300     MOVE SPACES TO WS-REPORT-LINE.
030400     MOVE "DECES INSEE - RAPPROCHEMENTS A CONFIRMER (PERSMNT E)"
030500         TO RPT-E-LIBELLE.
030600     PERFORM 4900-ECRIRE-SUSPENS
030700         THRU 4900-ECRIRE-SUSPENS-EXIT.
030800*
030900 1000-INITIALISATION-EXIT.
031000     EXIT.
031100*
031200*==============================================================
031300* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
031400*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
031500*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
031600*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
031700*==============================================================
031800 1500-LIRE-CREDENTIALS.
031900     MOVE SPACES TO USERNAME.
032000     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
032100     MOVE SPACES TO PASSWD.
032200     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
032300     MOVE SPACES TO DBNAME.
032400     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
032500*
032600     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
032700         DISPLAY "PERSDCD : identifiants de connexion "
032800             "incomplets - verifier PERS_DB_USER / "
032900             "PERS_DB_PASSWD / PERS_DB_NAME."
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 9999-FIN
033200     END-IF.
033300*
033400 1500-LIRE-CREDENTIALS-EXIT.
033500     EXIT.
033600*
033700*==============================================================
033800* 1700-LIRE-UTILISATEUR - IDENTIFIE L'UTILISATEUR OS/JOB POUR LA
033900*     TRACE D'AUDIT (CF TESTOCE POUR LE DETAIL DE LA CONVENTION).
034000*==============================================================
034100 1700-LIRE-UTILISATEUR.
034200     MOVE SPACES TO AUD-UTILISATEUR.
034300     ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "USER".
034400*
034500     IF AUD-UTILISATEUR = SPACES
034600         ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
034700     END-IF.
034800*
034900 1700-LIRE-UTILISATEUR-EXIT.
035000     EXIT.
035100*
035200*==============================================================
035300* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
035400*==============================================================
035500 2000-CONNEXION.
035600     DISPLAY "Connexion a PostgreSQL...".
035700*
035800     EXEC SQL
035900         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
036000     END-EXEC.
036100*
036200     IF SQLCODE NOT = 0
036300         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 9999-FIN
036600     END-IF.
036700*
036800     DISPLAY "Connexion reussie !".
036900     SET CONNEXION-OUVERTE TO TRUE.
037000*
037100 2000-CONNEXION-EXIT.
037200     EXIT.
037300*
037400*==============================================================
037500* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
037600*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
037700*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
037800*     REQUIS, LE PASSAGE CHANGEANT DES STATUTS COMME LE MODE E DE
037900*     PERSMNT. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
038000*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
038100*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
038200*==============================================================
038300 2100-CONTROLER-HABILITATION.
038400     MOVE "PERSDCD" TO HAB-PROGRAMME.
038500     MOVE SPACES TO HAB-MODE.
038600     MOVE ZEROS TO HAB-ID.
038700     SET HAB-REQUIS-SUPERVISEUR TO TRUE.
038800*
038900     CALL "PERSHAB" USING HAB-CONTROLE.
039000*
039100     IF HAB-ERREUR-SQL
039200         EXEC SQL ROLLBACK END-EXEC
039300         DISPLAY "PERSDCD : controle d'habilitation en echec."
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-FIN
039600     END-IF.
039700*
039800     EXEC SQL COMMIT END-EXEC.
039900*
040000     IF HAB-REFUSE
040100         DISPLAY "PERSDCD : lancement refuse - " HAB-MOTIF
040200         DISPLAY "  Operateur : " HAB-UTILISATEUR
040300         MOVE 28 TO RETURN-CODE
040400         GO TO 9999-FIN
040500     END-IF.
040600*
040700 2100-CONTROLER-HABILITATION-EXIT.
040800     EXIT.
040900*
041000*==============================================================
041100* 2500-LIRE-ENTREE - RAMENE LA LIGNE SUIVANTE DU FICHIER DCDIN
041200*     (LECTURE D'AVANCE CLASSIQUE). TOUTE LIGNE LUE COMPTE DANS LE
041300*     TOTAL LUES : LUES = APPLIQUEES + DEJA APPLIQUEES + EN
041400*     SUSPENS + NON RAPPROCHEES + REJETEES.
041500*==============================================================
041600 2500-LIRE-ENTREE.
041700     READ ENT-FILE
041800         AT END
041900             SET FIN-FICHIER TO TRUE
042000         NOT AT END
042100             ADD 1 TO WS-NB-LUES
042200     END-READ.
042300*
042400 2500-LIRE-ENTREE-EXIT.
042500     EXIT.
042600*
042700*==============================================================
042800* 3000-TRAITER-LIGNE - DECOUPE LE DECES COURANT (NOM*PRENOMS/),
042900*     CONTROLE ET CONVERTIT SES DATES AU FORMAT JJ/MM/AAAA, PUIS
043000*     LE RAPPROCHE DES PERSONNES. UNE LIGNE ILLISIBLE PART DANS
043100*     L'ETAT DES SUSPENS AVEC SON MOTIF ET LE PASSAGE CONTINUE.
043200*==============================================================
043300 3000-TRAITER-LIGNE.
043400     IF ENT-RECORD = SPACES
043500         MOVE "LIGNE VIDE" TO WS-MOTIF-REJET
043600         PERFORM 3500-REJETER-LIGNE
043700             THRU 3500-REJETER-LIGNE-EXIT
043800         GO TO 3000-TRAITER-LIGNE-SUITE
043900     END-IF.
044000*
044100     MOVE SPACES TO WS-INSEE-NOM.
044200     MOVE SPACES TO WS-INSEE-PRENOMS.
044300     UNSTRING ENT-NOM-PRENOMS DELIMITED BY "*" OR "/"
044400         INTO WS-INSEE-NOM
044500              WS-INSEE-PRENOMS.
044600*
044700     IF WS-INSEE-NOM = SPACES
044800         MOVE "NOM ABSENT" TO WS-MOTIF-REJET
044900         PERFORM 3500-REJETER-LIGNE
045000             THRU 3500-REJETER-LIGNE-EXIT
045100         GO TO 3000-TRAITER-LIGNE-SUITE
045200     END-IF.
045300*
045400     MOVE ENT-DATE-NAISSANCE TO WS-NAISSANCE-DETAIL.
045500     IF ENT-DATE-NAISSANCE IS NOT NUMERIC
045600         MOVE "DATE DE NAISSANCE NON NUMERIQUE"
045700             TO WS-MOTIF-REJET
045800         PERFORM 3500-REJETER-LIGNE
045900             THRU 3500-REJETER-LIGNE-EXIT
046000         GO TO 3000-TRAITER-LIGNE-SUITE
046100     END-IF.
046200*
046300     MOVE ENT-DATE-DECES TO WS-DECES-DETAIL.
046400     IF ENT-DATE-DECES IS NOT NUMERIC
046500         OR WS-DCD-MM < "01" OR WS-DCD-MM > "12"
046600         OR WS-DCD-JJ < "01" OR WS-DCD-JJ > "31"
046700         MOVE "DATE DE DECES NON CONFORME AAAAMMJJ"
046800             TO WS-MOTIF-REJET
046900         PERFORM 3500-REJETER-LIGNE
047000             THRU 3500-REJETER-LIGNE-EXIT
047100         GO TO 3000-TRAITER-LIGNE-SUITE
047200     END-IF.
047300*
047400     MOVE SPACES TO WS-INSEE-NAISSANCE.
047500     STRING WS-NAI-JJ "/" WS-NAI-MM "/" WS-NAI-AAAA
047600         DELIMITED BY SIZE INTO WS-INSEE-NAISSANCE.
047700     MOVE SPACES TO WS-INSEE-DECES.
047800     STRING WS-DCD-JJ "/" WS-DCD-MM "/" WS-DCD-AAAA
047900         DELIMITED BY SIZE INTO WS-INSEE-DECES.
048000*
048100     PERFORM 4000-RAPPROCHER
048200         THRU 4000-RAPPROCHER-EXIT.
048300*
048400 3000-TRAITER-LIGNE-SUITE.
048500     PERFORM 2500-LIRE-ENTREE
048600         THRU 2500-LIRE-ENTREE-EXIT.
048700*
048800 3000-TRAITER-LIGNE-EXIT.
048900     EXIT.
049000*
049100*==============================================================
049200* 3500-REJETER-LIGNE - EDITE DANS L'ETAT DES SUSPENS LA LIGNE
049300*     COURANTE PRECEDEE DE SON MOTIF DE REJET ET COMPTE LE REJET.
049400*==============================================================
049500 3500-REJETER-LIGNE.
049600     MOVE SPACES TO WS-REPORT-LINE.
049700     PERFORM 4900-ECRIRE-SUSPENS
049800         THRU 4900-ECRIRE-SUSPENS-EXIT.
049900*
050000     MOVE WS-MOTIF-REJET TO RPT-J-MOTIF.
050100     MOVE ENT-RECORD     TO RPT-J-LIGNE.
050200     PERFORM 4900-ECRIRE-SUSPENS
050300         THRU 4900-ECRIRE-SUSPENS-EXIT.
050400*
050500     ADD 1 TO WS-NB-REJETEES.
050600*
050700 3500-REJETER-LIGNE-EXIT.
050800     EXIT.
050900*
051000*==============================================================
051100* 4000-RAPPROCHER - NORMALISE LE NOM ET LES PRENOMS DU DECES PUIS
051200*     COMPTE LES PERSONNES ACTIVES QUI CORRESPONDENT EXACTEMENT
051300*     (NOM, PRENOM EN TETE DE LA LISTE DES PRENOMS, DATE DE
051400*     NAISSANCE). UNE SEULE : LE DECES EST APPLIQUE. AUCUNE MAIS
051500*     UNE PERSONNE DEJA DECEDEE QUI CORRESPOND : DECES DEJA
051600*     APPLIQUE (PASSAGE REJOUE), RIEN N'EST TOUCHE. SINON LES
051700*     CANDIDATS APPROCHES (OU LES HOMONYMES EXACTS) PARTENT EN
051800*     SUSPENS ; SANS CANDIDAT, LE DECES EST NON RAPPROCHE.
051900*==============================================================
052000 4000-RAPPROCHER.
052100     EXEC SQL
052200         SELECT nom_normalise(:WS-INSEE-NOM),
052300                nom_normalise(:WS-INSEE-PRENOMS)
052400         INTO :WS-INSEE-NOM-NORM, :WS-INSEE-PRENOMS-NORM
052500     END-EXEC.
052600*
052700     IF SQLCODE NOT = 0
052800         PERFORM 4050-REJETER-ERREUR-SQL
052900             THRU 4050-REJETER-ERREUR-SQL-EXIT
053000         GO TO 4000-RAPPROCHER-EXIT
053100     END-IF.
053200*
053300     EXEC SQL
053400         SELECT COUNT(*), COALESCE(MIN(id), 0)
053500         INTO :WS-NB-EXACTS, :WS-ID-EXACT
053600         FROM personnes
053700         WHERE COALESCE(statut, 'A') = 'A'
053800           AND nom_normalise(nom) = TRIM(:WS-INSEE-NOM-NORM)
053900           AND TRIM(date_naissance) = :WS-INSEE-NAISSANCE
054000           AND nom_normalise(prenom) <> ''
054100           AND TRIM(:WS-INSEE-PRENOMS-NORM) || ' '
054200               LIKE nom_normalise(prenom) || ' %'
054300     END-EXEC.
054400*
054500     IF SQLCODE NOT = 0
054600         PERFORM 4050-REJETER-ERREUR-SQL
054700             THRU 4050-REJETER-ERREUR-SQL-EXIT
054800         GO TO 4000-RAPPROCHER-EXIT
054900     END-IF.
055000*
055100     IF WS-NB-EXACTS = 1
055200         MOVE SPACES TO PERS-RECORD
055300         MOVE WS-ID-EXACT TO PERS-ID
055400         PERFORM 5000-APPLIQUER-DECES
055500             THRU 5000-APPLIQUER-DECES-EXIT
055600         GO TO 4000-RAPPROCHER-EXIT
055700     END-IF.
055800*
055900     IF WS-NB-EXACTS = ZEROS
056000         EXEC SQL
056100             SELECT COUNT(*) INTO :WS-NB-DEJA
056200             FROM personnes
056300             WHERE statut = 'D'
056400               AND nom_normalise(nom) = TRIM(:WS-INSEE-NOM-NORM)
056500               AND TRIM(date_naissance) = :WS-INSEE-NAISSANCE
056600               AND nom_normalise(prenom) <> ''
056700               AND TRIM(:WS-INSEE-PRENOMS-NORM) || ' '
056800                   LIKE nom_normalise(prenom) || ' %'
056900         END-EXEC
057000         IF SQLCODE NOT = 0
057100             PERFORM 4050-REJETER-ERREUR-SQL
057200                 THRU 4050-REJETER-ERREUR-SQL-EXIT
057300             GO TO 4000-RAPPROCHER-EXIT
057400         END-IF
057500         IF WS-NB-DEJA > ZEROS
057600             ADD 1 TO WS-NB-DEJA-APPLIQUEES
057700             GO TO 4000-RAPPROCHER-EXIT
057800         END-IF
057900     END-IF.
058000*
058050     MOVE "N" TO WS-LIGNE-REJETEE-SWITCH.
058100     PERFORM 4100-LISTER-CANDIDATS
058200         THRU 4100-LISTER-CANDIDATS-EXIT.
058300*
058320     IF LIGNE-REJETEE
058340         GO TO 4000-RAPPROCHER-EXIT
058360     END-IF.
058380*
058400     IF WS-NB-CANDIDATS = ZEROS
058500         ADD 1 TO WS-NB-NON-RAPPROCHEES
058600     ELSE
058700         ADD 1 TO WS-NB-SUSPENDUES
058800     END-IF.
058900*
059000 4000-RAPPROCHER-EXIT.
059100     EXIT.
059200*
059300*==============================================================
059400* 4050-REJETER-ERREUR-SQL - ANNULE L'UNITE DE TRAVAIL ET ENVOIE LA
059500*     LIGNE EN REJET AVEC LE SQLCODE, LE PASSAGE CONTINUE. LA
059520*     LIGNE EST MARQUEE REJETEE POUR NE PAS ETRE COMPTEE UNE
059540*     SECONDE FOIS (NON RAPPROCHEE) AU RETOUR DE 4100.
059600*==============================================================
059700 4050-REJETER-ERREUR-SQL.
059750     MOVE "Y" TO WS-LIGNE-REJETEE-SWITCH.
059800     MOVE SQLCODE TO WS-SQLCODE-EDITE.
059900     EXEC SQL ROLLBACK END-EXEC.
060000     MOVE SPACES TO WS-MOTIF-REJET.
060100     STRING "ERREUR SQL SQLCODE " DELIMITED BY SIZE
060200            WS-SQLCODE-EDITE     DELIMITED BY SIZE
060300         INTO WS-MOTIF-REJET.
060400     PERFORM 3500-REJETER-LIGNE
060500         THRU 3500-REJETER-LIGNE-EXIT.
060600*
060700 4050-REJETER-ERREUR-SQL-EXIT.
060800     EXIT.
060900*
061000*==============================================================
061100* 4100-LISTER-CANDIDATS - OUVRE LE CURSEUR DES PERSONNES ACTIVES
061200*     PROCHES DU DECES ET LES EDITE DANS L'ETAT DES SUSPENS, SOUS
061300*     LE DECES LUI-MEME. UN CANDIDAT EST RETENU S'IL NE DIFFERE
061400*     QUE PAR UNE RUBRIQUE (NOM, PRENOM OU DATE DE NAISSANCE), OU
061500*     S'IL A LA MEME DATE DE NAISSANCE ET UN NOM VOISIN (DISTANCE
061600*     DE LEVENSHTEIN D'AU PLUS 2). LE FILTRE INTERNE SUR LE NOM OU
061700*     LA DATE S'APPUIE SUR LES INDEX DE DECES_INSEE.SQL.
061800*==============================================================
061900 4100-LISTER-CANDIDATS.
062000     MOVE ZEROS TO WS-NB-CANDIDATS.
062100*
062200     EXEC SQL
062300         DECLARE C-CANDIDATS CURSOR FOR
062400         SELECT c.id, c.nom, c.prenom, c.date_naissance, c.ville,
062500                c.nom_ok, c.prenom_ok, c.date_ok, c.nom_proche
062600         FROM (SELECT id,
062700                      COALESCE(nom, '') AS nom,
062800                      COALESCE(prenom, '') AS prenom,
062900                      COALESCE(date_naissance, '')
063000                          AS date_naissance,
063100                      COALESCE(ville, '') AS ville,
063200                      CASE WHEN nom_normalise(nom)
063300                                = TRIM(:WS-INSEE-NOM-NORM)
063400                           THEN 'O' ELSE 'N' END AS nom_ok,
063500                      CASE WHEN nom_normalise(prenom) <> ''
063600                            AND TRIM(:WS-INSEE-PRENOMS-NORM)
063700                                || ' '
063800                                LIKE nom_normalise(prenom) || ' %'
063900                           THEN 'O' ELSE 'N' END AS prenom_ok,
064000                      CASE WHEN TRIM(date_naissance)
064100                                = :WS-INSEE-NAISSANCE
064200                           THEN 'O' ELSE 'N' END AS date_ok,
064300                      CASE WHEN levenshtein(nom_normalise(nom),
064400                                    TRIM(:WS-INSEE-NOM-NORM)) <= 2
064500                           THEN 'O' ELSE 'N' END AS nom_proche
064600               FROM personnes
064700               WHERE COALESCE(statut, 'A') = 'A'
064800                 AND (nom_normalise(nom)
064900                          = TRIM(:WS-INSEE-NOM-NORM)
065000                      OR TRIM(date_naissance)
065100                          = :WS-INSEE-NAISSANCE)
065200              ) c
065300         WHERE (c.nom_ok = 'O' AND c.prenom_ok = 'O')
065400            OR (c.date_ok = 'O'
065500                AND (c.nom_ok = 'O' OR c.prenom_ok = 'O'
065600                     OR c.nom_proche = 'O'))
065700         ORDER BY c.id
065800     END-EXEC.
065900*
066000     EXEC SQL
066100         OPEN C-CANDIDATS
066200     END-EXEC.
066300*
066400     IF SQLCODE NOT = 0
066500         PERFORM 4050-REJETER-ERREUR-SQL
066600             THRU 4050-REJETER-ERREUR-SQL-EXIT
066700         GO TO 4100-LISTER-CANDIDATS-EXIT
066800     END-IF.
066900*
067000     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
067100     PERFORM 4200-FETCH-CANDIDAT
067200         THRU 4200-FETCH-CANDIDAT-EXIT.
067300*
067400     PERFORM 4300-EDITER-CANDIDAT
067500         THRU 4300-EDITER-CANDIDAT-EXIT
067600         UNTIL FIN-CURSEUR.
067700*
067800     EXEC SQL
067900         CLOSE C-CANDIDATS
068000     END-EXEC.
068100*
068200 4100-LISTER-CANDIDATS-EXIT.
068300     EXIT.
068400*
068500*==============================================================
068600* 4200-FETCH-CANDIDAT - RAMENE LE CANDIDAT SUIVANT DU CURSEUR.
068700*==============================================================
068800 4200-FETCH-CANDIDAT.
068900     EXEC SQL
069000         FETCH C-CANDIDATS
069100         INTO :WS-CAN-ID, :WS-CAN-NOM, :WS-CAN-PRENOM,
069200              :WS-CAN-NAISSANCE, :WS-CAN-VILLE,
069300              :WS-CAN-NOM-OK, :WS-CAN-PRENOM-OK,
069400              :WS-CAN-DATE-OK, :WS-CAN-NOM-PROCHE
069500     END-EXEC.
069600*
069700     EVALUATE SQLCODE
069800         WHEN 0
069900             CONTINUE
070000         WHEN 100
070100             SET FIN-CURSEUR TO TRUE
070200         WHEN OTHER
070300             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
070400             MOVE 16 TO RETURN-CODE
070500             GO TO 9999-FIN
070600     END-EVALUATE.
070700*
070800 4200-FETCH-CANDIDAT-EXIT.
070900     EXIT.
071000*
071100*==============================================================
071200* 4300-EDITER-CANDIDAT - EDITE LE CANDIDAT COURANT AVEC LE MOTIF
071300*     DE LA MISE EN SUSPENS, PRECEDE DU DECES INSEE POUR LE
071400*     PREMIER CANDIDAT, PUIS ENCHAINE SUR LE SUIVANT (LECTURE
071500*     D'AVANCE CLASSIQUE).
071600*==============================================================
071700 4300-EDITER-CANDIDAT.
071800     IF WS-NB-CANDIDATS = ZEROS
071900         PERFORM 4400-EDITER-DECES
072000             THRU 4400-EDITER-DECES-EXIT
072100     END-IF.
072200     ADD 1 TO WS-NB-CANDIDATS.
072300*
072400     MOVE SPACES TO WS-REPORT-LINE.
072500     MOVE WS-CAN-ID TO RPT-C-ID.
072600     MOVE WS-CAN-NOM TO RPT-C-NOM.
072700     MOVE WS-CAN-PRENOM TO RPT-C-PRENOM.
072800     MOVE WS-CAN-NAISSANCE TO RPT-C-NAISSANCE.
072900     MOVE WS-CAN-VILLE TO RPT-C-VILLE.
073000*
073100     EVALUATE TRUE
073200         WHEN WS-CAN-NOM-OK = "O" AND WS-CAN-PRENOM-OK = "O"
073300             AND WS-CAN-DATE-OK = "O"
073400             MOVE "HOMONYME EXACT - A DEPARTAGER"
073500                 TO RPT-C-MOTIF
073600         WHEN WS-CAN-NOM-OK = "O" AND WS-CAN-PRENOM-OK = "O"
073700             MOVE "DATE DE NAISSANCE DIFFERENTE"
073800                 TO RPT-C-MOTIF
073900         WHEN WS-CAN-NOM-OK = "O"
074000             MOVE "PRENOM DIFFERENT" TO RPT-C-MOTIF
074100         WHEN WS-CAN-PRENOM-OK = "O"
074200             MOVE "NOM DIFFERENT" TO RPT-C-MOTIF
074300         WHEN OTHER
074400             MOVE "NOM VOISIN, MEME DATE DE NAISSANCE"
074500                 TO RPT-C-MOTIF
074600     END-EVALUATE.
074700*
074800     PERFORM 4900-ECRIRE-SUSPENS
074900         THRU 4900-ECRIRE-SUSPENS-EXIT.
075000*
075100     PERFORM 4200-FETCH-CANDIDAT
075200         THRU 4200-FETCH-CANDIDAT-EXIT.
075300*
075400 4300-EDITER-CANDIDAT-EXIT.
075500     EXIT.
075600*
075700*==============================================================
075800* 4400-EDITER-DECES - EDITE LE DECES INSEE COURANT EN TETE DE SES
075900*     CANDIDATS, APRES UNE LIGNE BLANCHE.
076000*==============================================================
076100 4400-EDITER-DECES.
076200     MOVE SPACES TO WS-REPORT-LINE.
076300     PERFORM 4900-ECRIRE-SUSPENS
076400         THRU 4900-ECRIRE-SUSPENS-EXIT.
076500*
076600     MOVE "INSEE" TO RPT-I-LIBELLE.
076700     MOVE WS-INSEE-NOM TO RPT-I-NOM.
076800     MOVE WS-INSEE-PRENOMS TO RPT-I-PRENOMS.
076900     MOVE WS-INSEE-NAISSANCE TO RPT-I-NAISSANCE.
077000     MOVE "DECES LE" TO RPT-I-DECES-LIB.
077100     MOVE WS-INSEE-DECES TO RPT-I-DECES.
077200     MOVE "LIEU" TO RPT-I-LIEU-LIB.
077300     MOVE ENT-LIEU-DECES TO RPT-I-LIEU.
077400     MOVE "ACTE" TO RPT-I-ACTE-LIB.
077500     MOVE ENT-ACTE-DECES TO RPT-I-ACTE.
077600     PERFORM 4900-ECRIRE-SUSPENS
077700         THRU 4900-ECRIRE-SUSPENS-EXIT.
077800*
077900 4400-EDITER-DECES-EXIT.
078000     EXIT.
078100*
078200*==============================================================
078300* 4900-ECRIRE-SUSPENS - ECRIT DANS DCDSUS LA LIGNE DEJA PREPAREE
078400*     DANS WS-REPORT-LINE PAR L'APPELANT.
078500*==============================================================
078600 4900-ECRIRE-SUSPENS.
078700     MOVE WS-REPORT-LINE TO SUS-RECORD.
078800     WRITE SUS-RECORD.
078900*
079000     IF NOT SUS-STATUT-OK
079100         DISPLAY "Erreur a l'ecriture de DCDSUS, statut : "
079200             WS-SUS-STATUS
079300         MOVE 16 TO RETURN-CODE
079400         GO TO 9999-FIN
079500     END-IF.
079600*
079700     MOVE SPACES TO WS-REPORT-LINE.
079800*
079900 4900-ECRIRE-SUSPENS-EXIT.
080000     EXIT.
080100*
080200*==============================================================
080300* 5000-APPLIQUER-DECES - PASSE LA PERSONNE AU STATUT D A LA DATE
080400*     DU DECES, COMME LE MODE E DE PERSMNT : LE STATUT COURANT
080500*     EST RELU, L'IMAGE AVANT COPIEE PAR PERSHIS, L'UPDATE NE
080600*     PORTE QUE SUR LA LIGNE ENCORE ACTIVE ET LE CHANGEMENT EST
080700*     TRACE EN ACTION M (STATUT AVANT -> STATUT APRES AVEC SA DATE
080800*     D'EFFET), LE TOUT DANS LA MEME UNITE DE TRAVAIL. UNE LIGNE
080900*     CHANGEE DEPUIS LE RAPPROCHEMENT OU UNE ERREUR SQL ENVOIE LE
081000*     DECES EN REJET, LE PASSAGE CONTINUE. LE FOYER EST ENSUITE
081100*     REAFFECTE.
081200*==============================================================
081300 5000-APPLIQUER-DECES.
081400     MOVE SPACES TO WS-STATUT-COURANT.
081500     EXEC SQL
081600         SELECT COALESCE(statut, 'A'), nom
081700         INTO :WS-STATUT-COURANT, :PERS-NOM
081800         FROM personnes
081900         WHERE id = :PERS-ID
082000     END-EXEC.
082100*
082200     IF SQLCODE NOT = 0
082300         PERFORM 4050-REJETER-ERREUR-SQL
082400             THRU 4050-REJETER-ERREUR-SQL-EXIT
082500         GO TO 5000-APPLIQUER-DECES-EXIT
082600     END-IF.
082700*
082800     MOVE "M" TO HIS-ACTION.
082900     PERFORM 5500-HISTORISER-LIGNE
083000         THRU 5500-HISTORISER-LIGNE-EXIT.
083100     IF HIS-ERREUR-SQL
083200         EXEC SQL ROLLBACK END-EXEC
083300         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
083400         PERFORM 3500-REJETER-LIGNE
083500             THRU 3500-REJETER-LIGNE-EXIT
083600         GO TO 5000-APPLIQUER-DECES-EXIT
083700     END-IF.
083800*
083900     EXEC SQL
084000         UPDATE personnes
084100         SET statut = 'D',
084200             statut_date = :WS-INSEE-DECES
084300         WHERE id = :PERS-ID
084400           AND COALESCE(statut, 'A') = 'A'
084500     END-EXEC.
084600*
084700     IF SQLCODE = 100
084800         EXEC SQL ROLLBACK END-EXEC
084900         MOVE "LIGNE MODIFIEE PENDANT LE PASSAGE"
085000             TO WS-MOTIF-REJET
085100         PERFORM 3500-REJETER-LIGNE
085200             THRU 3500-REJETER-LIGNE-EXIT
085300         GO TO 5000-APPLIQUER-DECES-EXIT
085400     END-IF.
085500     IF SQLCODE NOT = 0
085600         PERFORM 4050-REJETER-ERREUR-SQL
085700             THRU 4050-REJETER-ERREUR-SQL-EXIT
085800         GO TO 5000-APPLIQUER-DECES-EXIT
085900     END-IF.
086000*
086100     SET AUD-ACTION-MODIFICATION TO TRUE.
086200     MOVE SPACES TO AUD-ANCIENNE-VALEUR.
086300     STRING "STATUT " DELIMITED BY SIZE
086400            WS-STATUT-COURANT DELIMITED BY SIZE
086500         INTO AUD-ANCIENNE-VALEUR.
086600     MOVE SPACES TO AUD-NOUVELLE-VALEUR.
086700     STRING "STATUT D " DELIMITED BY SIZE
086800            WS-INSEE-DECES DELIMITED BY SIZE
086900         INTO AUD-NOUVELLE-VALEUR.
087000*
087100     EXEC SQL
087200         INSERT INTO personnes_audit
087300             (id, action, ancienne_valeur, nouvelle_valeur,
087400              utilisateur)
087500         VALUES
087600             (:PERS-ID, :AUD-ACTION, :AUD-ANCIENNE-VALEUR,
087700              :AUD-NOUVELLE-VALEUR, :AUD-UTILISATEUR)
087800     END-EXEC.
087900*
088000     IF SQLCODE NOT = 0
088100         PERFORM 4050-REJETER-ERREUR-SQL
088200             THRU 4050-REJETER-ERREUR-SQL-EXIT
088300         GO TO 5000-APPLIQUER-DECES-EXIT
088400     END-IF.
088500*
088600     EXEC SQL COMMIT END-EXEC.
088700     ADD 1 TO WS-NB-APPLIQUEES.
088800*
088900     PERFORM 5700-AFFECTER-FOYER
089000         THRU 5700-AFFECTER-FOYER-EXIT.
089100*
089200 5000-APPLIQUER-DECES-EXIT.
089300     EXIT.
089400*
089500*==============================================================
089600* 5500-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
089700*     PERS-ID DANS PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME
089800*     PARTAGE PERSHIS, AVANT LE CHANGEMENT DE STATUT ET DANS SA
089900*     MEME UNITE DE TRAVAIL. L'ACTION (HIS-ACTION) EST RENSEIGNEE
090000*     PAR L'APPELANT, QUI EXAMINE LE COMPTE RENDU AU RETOUR.
090100*==============================================================
090200 5500-HISTORISER-LIGNE.
090300     MOVE PERS-ID TO HIS-ID.
090400     MOVE "PERSDCD" TO HIS-PROGRAMME.
090500     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
090600     CALL "PERSHIS" USING HIS-HISTORISATION.
090700*
090800 5500-HISTORISER-LIGNE-EXIT.
090900     EXIT.
091000*
091100*==============================================================
091200* 5700-AFFECTER-FOYER - REAFFECTE LA PERSONNE DECEDEE A SON FOYER
091300*     (SOUS-PROGRAMME PERSFYA, QUI LA RETIRE DE SON FOYER) DANS SA
091400*     PROPRE UNITE DE TRAVAIL, LE DECES ETANT DEJA VALIDE. UN
091500*     ECHEC EST ANNULE ET SIGNALE, LE DECES RESTE APPLIQUE : LE
091600*     RECALCUL NOCTURNE PERSFOY REMET LE FOYER D'APLOMB.
091700*==============================================================
091800 5700-AFFECTER-FOYER.
091900     MOVE PERS-ID TO FYA-ID.
092000     CALL "PERSFYA" USING FYA-AFFECTATION.
092100*
092200     IF FYA-ACCEPTE
092300         EXEC SQL COMMIT END-EXEC
092400     ELSE
092500         EXEC SQL ROLLBACK END-EXEC
092600         DISPLAY "Avertissement - foyer non mis a jour pour l'id "
092700             PERS-ID " (repris par PERSFOY)"
092800     END-IF.
092900*
093000 5700-AFFECTER-FOYER-EXIT.
093100     EXIT.
093200*
093300*==============================================================
093400* 8000-TOTAUX - EDITE LE RECAPITULATIF EN FIN D'ETAT DES SUSPENS,
093500*     FERME LES FICHIERS ET AFFICHE LES TOTAUX DU PASSAGE. DES
093600*     DECES EN SUSPENS OU REJETES (TRAVAIL POUR UN AGENT) SONT
093700*     SIGNALES PAR LE CODE RETOUR 4.
093800*==============================================================
093900 8000-TOTAUX.
094000     MOVE SPACES TO WS-REPORT-LINE.
094100     PERFORM 4900-ECRIRE-SUSPENS
094200         THRU 4900-ECRIRE-SUSPENS-EXIT.
094300*
094400     MOVE "TOTAL DECES LUS" TO RPT-R-LIBELLE.
094500     MOVE WS-NB-LUES TO RPT-R-NB.
094600     PERFORM 4900-ECRIRE-SUSPENS
094700         THRU 4900-ECRIRE-SUSPENS-EXIT.
094800*
094900     MOVE "TOTAL DECES APPLIQUES" TO RPT-R-LIBELLE.
095000     MOVE WS-NB-APPLIQUEES TO RPT-R-NB.
095100     PERFORM 4900-ECRIRE-SUSPENS
095200         THRU 4900-ECRIRE-SUSPENS-EXIT.
095300*
095400     MOVE "TOTAL DEJA APPLIQUES" TO RPT-R-LIBELLE.
095500     MOVE WS-NB-DEJA-APPLIQUEES TO RPT-R-NB.
095600     PERFORM 4900-ECRIRE-SUSPENS
095700         THRU 4900-ECRIRE-SUSPENS-EXIT.
095800*
095900     MOVE "TOTAL DECES EN SUSPENS" TO RPT-R-LIBELLE.
096000     MOVE WS-NB-SUSPENDUES TO RPT-R-NB.
096100     PERFORM 4900-ECRIRE-SUSPENS
096200         THRU 4900-ECRIRE-SUSPENS-EXIT.
096300*
096400     MOVE "TOTAL NON RAPPROCHES" TO RPT-R-LIBELLE.
096500     MOVE WS-NB-NON-RAPPROCHEES TO RPT-R-NB.
096600     PERFORM 4900-ECRIRE-SUSPENS
096700         THRU 4900-ECRIRE-SUSPENS-EXIT.
096800*
096900     MOVE "TOTAL LIGNES REJETEES" TO RPT-R-LIBELLE.
097000     MOVE WS-NB-REJETEES TO RPT-R-NB.
097100     PERFORM 4900-ECRIRE-SUSPENS
097200         THRU 4900-ECRIRE-SUSPENS-EXIT.
097300*
097400     CLOSE ENT-FILE.
097500     CLOSE SUS-FILE.
097600*
097700     IF NOT SUS-STATUT-OK
097800         DISPLAY "Erreur a la fermeture de DCDSUS, statut : "
097900             WS-SUS-STATUS
098000         MOVE 16 TO RETURN-CODE
098100         GO TO 9999-FIN
098200     END-IF.
098300*
098400     DISPLAY "PERSDCD - deces lus          : " WS-NB-LUES.
098500     DISPLAY "PERSDCD - deces appliques    : " WS-NB-APPLIQUEES.
098600     DISPLAY "PERSDCD - deja appliques     : "
098700         WS-NB-DEJA-APPLIQUEES.
098800     DISPLAY "PERSDCD - deces en suspens   : " WS-NB-SUSPENDUES.
098900     DISPLAY "PERSDCD - non rapproches     : "
099000         WS-NB-NON-RAPPROCHEES.
099100     DISPLAY "PERSDCD - lignes rejetees    : " WS-NB-REJETEES.
099200*
099300     IF WS-NB-SUSPENDUES = ZEROS AND WS-NB-REJETEES = ZEROS
099400         MOVE 0 TO RETURN-CODE
099500     ELSE
099600         MOVE 4 TO RETURN-CODE
099700     END-IF.
099800*
099900 8000-TOTAUX-EXIT.
100000     EXIT.
100100*
100200*==============================================================
100300* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
100400*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
100500*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
100600*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
100700*==============================================================
100800 8800-JOURNAL-DEBUT.
100900     MOVE "PERSDCD" TO JRN-PROGRAMME.
101000     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
101100     ACCEPT WS-JRN-HEURE FROM TIME.
101200*
101300     MOVE SPACES TO JRN-DEBUT.
101400     STRING WS-JRN-DATE(1:4) "-"
101500            WS-JRN-DATE(5:2) "-"
101600            WS-JRN-DATE(7:2) " "
101700            WS-JRN-HEURE(1:2) ":"
101800            WS-JRN-HEURE(3:2) ":"
101900            WS-JRN-HEURE(5:2)
102000         DELIMITED BY SIZE INTO JRN-DEBUT.
102100*
102200     SET JRN-PASSAGE-NORMAL TO TRUE.
102300*
102400     EXEC SQL
102500         INSERT INTO journal_batch (programme, debut, reprise)
102600         VALUES (:JRN-PROGRAMME,
102700                 TO_TIMESTAMP(:JRN-DEBUT,
102800                              'YYYY-MM-DD HH24:MI:SS'),
102900                 :JRN-REPRISE)
103000     END-EXEC.
103100*
103200     IF SQLCODE NOT = 0
103300         EXEC SQL ROLLBACK END-EXEC
103400         DISPLAY "Avertissement - journal des passages non "
103500             "ecrit, SQLCODE: " SQLCODE
103600     ELSE
103700         EXEC SQL COMMIT END-EXEC
103800         SET JOURNAL-OUVERT TO TRUE
103900     END-IF.
104000*
104100 8800-JOURNAL-DEBUT-EXIT.
104200     EXIT.
104300*
104400*==============================================================
104500* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
104600*     (FIN, DECES LUS EN ATTENDU, APPLIQUES EN TRAITE, EN SUSPENS,
104700*     NON RAPPROCHES, CODE RETOUR). APPELE EN 9999-FIN QUELLE QUE
104800*     SOIT L'ISSUE DU PASSAGE.
104900*==============================================================
105000 8900-JOURNAL-FIN.
105100     IF NOT JOURNAL-OUVERT
105200         GO TO 8900-JOURNAL-FIN-EXIT
105300     END-IF.
105400*
105500     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
105600     MOVE WS-NB-LUES TO JRN-NB-ATTENDU.
105700     MOVE WS-NB-APPLIQUEES TO JRN-NB-TRAITE.
105800     MOVE WS-NB-SUSPENDUES TO JRN-NB-SUSPENDU.
105900     MOVE WS-NB-NON-RAPPROCHEES TO JRN-NB-NON-RAPPROCHE.
106000*
106100     EXEC SQL
106200         UPDATE journal_batch
106300         SET fin = CURRENT_TIMESTAMP,
106400             nb_attendu = :JRN-NB-ATTENDU,
106500             nb_traite = :JRN-NB-TRAITE,
106600             nb_suspendu = :JRN-NB-SUSPENDU,
106700             nb_non_rapproche = :JRN-NB-NON-RAPPROCHE,
106800             code_retour = :JRN-CODE-RETOUR
106900         WHERE programme = :JRN-PROGRAMME
107000           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
107100                                    'YYYY-MM-DD HH24:MI:SS')
107200     END-EXEC.
107300*
107400     IF SQLCODE NOT = 0
107500         EXEC SQL ROLLBACK END-EXEC
107600         DISPLAY "Avertissement - journal des passages non "
107700             "complete, SQLCODE: " SQLCODE
107800     ELSE
107900         EXEC SQL COMMIT END-EXEC
108000     END-IF.
108100*
108200 8900-JOURNAL-FIN-EXIT.
108300     EXIT.
108400*
108500*==============================================================
108600* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
108700*==============================================================
108800 9999-FIN.
108900     IF CONNEXION-OUVERTE
109000         PERFORM 8900-JOURNAL-FIN
109100             THRU 8900-JOURNAL-FIN-EXIT
109200     END-IF.
109300     IF CONNEXION-OUVERTE
109400         DISPLAY "Deconnexion reussie."
109500     END-IF.
109600     STOP RUN.
