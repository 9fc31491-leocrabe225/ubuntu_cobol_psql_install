000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSACQ.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - INTEGRATION DE L'ACCUSE DU
001000*                    BUREAU DE ROUTAGE POUR CHAQUE EXTRACTION
001100*                    EXTOUT (FICHIER ACQIN : ENTETE TYPE 1 AVEC
001200*                    DATE D'EXTRACTION, CODE SITE ET MODE C/D, UN
001300*                    DETAIL TYPE 2 PAR ID REJETE AVEC SON MOTIF,
001400*                    FIN TYPE 9 AVEC LES DETAILS RECUS ET REJETES
001500*                    ET L'INDICATEUR D'INTEGRATION I/R). L'ACCUSE
001600*                    EST RATTACHE AU PASSAGE PERSEXT DU JOURNAL
001700*                    DES PASSAGES BATCH PAR SA DATE ET SON MODE
001800*                    (COLONNE MODE_EXTRACTION) ET ENREGISTRE DANS
001900*                    LA TABLE ACCUSES_ROUTAGE. L'ETAT ACQOUT EDITE
002000*                    LE RAPPROCHEMENT ENVOYES / RECUS / REJETES,
002100*                    LA LISTE DES IDS REJETES AVEC LEURS DONNEES
002200*                    ACTUELLES DANS PERSONNES, ET LES EXTRACTIONS
002300*                    TOUJOURS SANS ACCUSE AU-DELA DU DELAI DEMANDE
002400*                    EN PARM (3 JOURS PAR DEFAUT). UN ACCUSE
002500*                    ILLISIBLE, D'UN AUTRE SITE OU SANS PASSAGE
002600*                    PERSEXT CORRESPONDANT EST REFUSE EN CODE
002700*                    RETOUR 24 ; UN ECART DE RAPPROCHEMENT OU UN
002800*                    REJET EN TOTALITE SORT EN 20, DES REJETS OU
002900*                    DES EXTRACTIONS EN ATTENTE EN 4. UNE
003000*                    EXTRACTION REJETEE EN TOTALITE BLOQUE LA
003100*                    BORNE DU MODE DELTA DE PERSEXT AVANT ELLE.
003114*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
003128*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
003142*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
003157*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
003171*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
003185*                    TRAITER.
003200*--------------------------------------------------------------
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ENT-FILE         ASSIGN TO "ACQIN"
003800                             ORGANIZATION LINE SEQUENTIAL
003900                             FILE STATUS IS WS-ENT-STATUS.
004000*
004100     SELECT ACQ-FILE         ASSIGN TO "ACQOUT"
004200                             ORGANIZATION LINE SEQUENTIAL
004300                             FILE STATUS IS WS-ACQ-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ENT-FILE
004800     RECORDING MODE IS F.
004900 01  ENT-RECORD                  PIC X(80).
005000*
005100 FD  ACQ-FILE
005200     RECORDING MODE IS F.
005300 01  ACQ-RECORD                  PIC X(132).
005400*
005500 WORKING-STORAGE SECTION.
005600*
005700*--------------------------------------------------------------
005800* VUES ALTERNATIVES DE L'ENREGISTREMENT D'ACCUSE (ENTETE / REJET /
005900* FIN). L'ENTETE REPREND LA DATE, LE SITE ET LE MODE DE L'ENTETE
006000* EXTOUT ; LA FIN PORTE LES DETAILS RECUS ET REJETES ET
006100* L'INDICATEUR D'INTEGRATION (I INTEGRE, R REJETE EN TOTALITE).
006200*--------------------------------------------------------------
006300 01  WS-ACCUSE-LINE.
006400     05  ACC-TYPE                PIC X(01).
006500         88  ACC-ENTETE                      VALUE "1".
006600         88  ACC-REJET                       VALUE "2".
006700         88  ACC-FIN                         VALUE "9".
006800     05  FILLER                  PIC X(79).
006900*
007000 01  WS-ACC-ENTETE-VIEW REDEFINES WS-ACCUSE-LINE.
007100     05  FILLER                  PIC X(01).
007200     05  ACC-E-DATE              PIC X(08).
007300     05  ACC-E-SITE              PIC X(08).
007400     05  ACC-E-MODE              PIC X(01).
007500     05  FILLER                  PIC X(62).
007600*
007700 01  WS-ACC-REJET-VIEW REDEFINES WS-ACCUSE-LINE.
007800     05  FILLER                  PIC X(01).
007900     05  ACC-D-ID                PIC 9(09).
008000     05  ACC-D-MOTIF             PIC X(60).
008100     05  FILLER                  PIC X(10).
008200*
008300 01  WS-ACC-FIN-VIEW REDEFINES WS-ACCUSE-LINE.
008400     05  FILLER                  PIC X(01).
008500     05  ACC-F-NB-RECUS          PIC 9(09).
008600     05  ACC-F-NB-REJETES        PIC 9(09).
008700     05  ACC-F-INTEGRATION       PIC X(01).
008800         88  ACC-INTEGRE                     VALUE "I".
008900         88  ACC-REJET-TOTAL                 VALUE "R".
009000     05  FILLER                  PIC X(60).
009100*
009200*--------------------------------------------------------------
009300* VUES ALTERNATIVES DE LA LIGNE EDITEE (ENTETE / RUBRIQUE / ID
009400* REJETE / EXTRACTION EN ATTENTE / RECAPITULATIF / FIN).
009500*--------------------------------------------------------------
009600 01  WS-REPORT-LINE              PIC X(132).
009700*
009800 01  WS-ENTETE-VIEW REDEFINES WS-REPORT-LINE.
009900     05  RPT-E-LIBELLE           PIC X(60).
010000     05  RPT-E-VALEUR            PIC X(72).
010100*
010200 01  WS-RUBRIQUE-VIEW REDEFINES WS-REPORT-LINE.
010300     05  RPT-C-LIBELLE           PIC X(22).
010400     05  RPT-C-VALEUR            PIC X(110).
010500*
010600 01  WS-DETAIL-VIEW REDEFINES WS-REPORT-LINE.
010700     05  RPT-D-ID                PIC Z(8)9.
010800     05  FILLER                  PIC X(02).
010900     05  RPT-D-NOM               PIC X(25).
011000     05  FILLER                  PIC X(01).
011100     05  RPT-D-PRENOM            PIC X(20).
011200     05  FILLER                  PIC X(01).
011300     05  RPT-D-CODE-POSTAL       PIC X(05).
011400     05  FILLER                  PIC X(01).
011500     05  RPT-D-VILLE             PIC X(20).
011600     05  FILLER                  PIC X(01).
011700     05  RPT-D-ETAT              PIC X(09).
011800     05  FILLER                  PIC X(01).
011900     05  RPT-D-MOTIF             PIC X(37).
012000*
012100 01  WS-ATTENTE-VIEW REDEFINES WS-REPORT-LINE.
012200     05  RPT-W-DEBUT             PIC X(19).
012300     05  FILLER                  PIC X(02).
012400     05  RPT-W-MODE              PIC X(07).
012500     05  FILLER                  PIC X(02).
012600     05  RPT-W-NB                PIC Z(8)9.
012700     05  FILLER                  PIC X(02).
012800     05  RPT-W-JOURS             PIC ZZZZ9.
012900     05  FILLER                  PIC X(01).
013000     05  RPT-W-LIBELLE           PIC X(20).
013100     05  FILLER                  PIC X(65).
013200*
013300 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
013400     05  RPT-R-LIBELLE           PIC X(28).
013500     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
013600     05  FILLER                  PIC X(93).
013700*
013800 01  WS-FIN-VIEW REDEFINES WS-REPORT-LINE.
013900     05  RPT-F-LIBELLE           PIC X(24).
014000     05  RPT-F-NB-LIGNES         PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                  PIC X(97).
014200*
014300*--------------------------------------------------------------
014400* ZONE DE PARAMETRAGE DU PASSAGE.
014500*     PARM FACULTATIF :  <N>  DELAI EN JOURS AU-DELA DUQUEL UNE
014600*                        EXTRACTION SANS ACCUSE EST SIGNALEE
014700*                        (3 PAR DEFAUT)
014800*--------------------------------------------------------------
014900 01  WS-PARM-LINE                PIC X(80).
015000 01  WS-DELAI-EDIT               PIC X(03).
015100*
015200*--------------------------------------------------------------
015300* ZONE DE TRAVAIL DU PASSAGE.
015400*--------------------------------------------------------------
015500 01  WS-ENT-STATUS               PIC X(02).
015600     88  ENT-STATUT-OK                        VALUE "00".
015700     88  ENT-FICHIER-ABSENT                  VALUE "35".
015800 01  WS-ACQ-STATUS               PIC X(02).
015900     88  ACQ-STATUT-OK                        VALUE "00".
016000*
016100 01  WS-SITE-CODE                PIC X(08).
016200 01  WS-DATE-EDITEE              PIC X(10).
016300 01  WS-MODE-LIBELLE             PIC X(07).
016400*
016500 01  WS-NB-LUES                  PIC 9(09)   VALUE ZEROS.
016600 01  WS-NB-LIGNES                PIC 9(09)   VALUE ZEROS.
016700 01  WS-NB-REJETS-LUS            PIC 9(09)   VALUE ZEROS.
016800 01  WS-NB-INTEGRES              PIC 9(09)   VALUE ZEROS.
016900 01  WS-NB-ACCUSES               PIC 9(09)   VALUE ZEROS.
017000 01  WS-NB-EN-ATTENTE            PIC 9(09)   VALUE ZEROS.
017100*
017200 77  WS-ACCUSE-SWITCH            PIC X(01)   VALUE "N".
017300     88  ACCUSE-PRESENT                      VALUE "Y".
017400*
017500 77  WS-ECART-SWITCH             PIC X(01)   VALUE "N".
017600     88  ECART-CONSTATE                      VALUE "Y".
017700*
017800 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
017900     88  FIN-FICHIER                         VALUE "Y".
018000*
018100 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
018200     88  FIN-CURSEUR                         VALUE "Y".
018300*
018400 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
018500     88  CONNEXION-OUVERTE                   VALUE "Y".
018600*
018700*--------------------------------------------------------------
018800* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
018900*--------------------------------------------------------------
019000 01  WS-JRN-DATE                 PIC 9(08).
019100 01  WS-JRN-HEURE                PIC 9(08).
019200*
019300 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
019400     88  JOURNAL-OUVERT                      VALUE "Y".
019500*
019512*--------------------------------------------------------------
019525* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
019537* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
019550* HOTE.
019562*--------------------------------------------------------------
019575     COPY PERSHABC.
019587*
019600 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
019700     COPY PERSREC.
019800     COPY PERSJRN.
019900 01  WS-DELAI                    PIC 9(03)   VALUE 3.
020000 01  WS-ACQ-DATE                 PIC X(08).
020100 01  WS-ACQ-SITE                 PIC X(08).
020200 01  WS-ACQ-MODE                 PIC X(01).
020300 01  WS-ACQ-DEBUT                PIC X(19).
020400 01  WS-ACQ-RECEPTION            PIC X(19).
020500 01  WS-ACQ-NB-ENVOYES           PIC 9(09)   VALUE ZEROS.
020600 01  WS-ACQ-NB-RECUS             PIC 9(09)   VALUE ZEROS.
020700 01  WS-ACQ-NB-REJETES           PIC 9(09)   VALUE ZEROS.
020800 01  WS-ACQ-REJET-TOTAL          PIC X(01)   VALUE "N".
020900 01  WS-ACQ-UTILISATEUR          PIC X(08).
021000 01  WS-ACQ-STATUT               PIC X(01).
021100 01  WS-ACQ-NPAI                 PIC X(01).
021200 01  WS-ACQ-JOURS                PIC 9(05).
021220 01  WS-ATT-DEBUT                PIC X(19).
021240 01  WS-ATT-MODE                 PIC X(01).
021260 01  WS-ATT-NB-ENVOYES           PIC 9(09).
021300 01  USERNAME                    PIC X(30).
021400 01  PASSWD                      PIC X(30).
021500 01  DBNAME                      PIC X(10).
021600 EXEC SQL END DECLARE SECTION END-EXEC.
021700*
021800 EXEC SQL INCLUDE SQLCA END-EXEC.
021900*
022000 PROCEDURE DIVISION.
022100*
022200*==============================================================
022300* 0000-MAINLINE
022400*==============================================================
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALISATION
022700         THRU 1000-INITIALISATION-EXIT.
022800*
022900     PERFORM 1500-LIRE-CREDENTIALS
023000         THRU 1500-LIRE-CREDENTIALS-EXIT.
023100*
023200     PERFORM 1700-LIRE-UTILISATEUR
023300         THRU 1700-LIRE-UTILISATEUR-EXIT.
023400*
023500     PERFORM 2000-CONNEXION
023600         THRU 2000-CONNEXION-EXIT.
023700*
023800     PERFORM 8800-JOURNAL-DEBUT
023900         THRU 8800-JOURNAL-DEBUT-EXIT.
023925*
023950     PERFORM 2100-CONTROLER-HABILITATION
023975         THRU 2100-CONTROLER-HABILITATION-EXIT.
024000*
024100     IF ACCUSE-PRESENT
024200         PERFORM 2500-LIRE-ENTETE-ACCUSE
024300             THRU 2500-LIRE-ENTETE-ACCUSE-EXIT
024400         PERFORM 2600-RETROUVER-EXTRACTION
024500             THRU 2600-RETROUVER-EXTRACTION-EXIT
024600         PERFORM 3000-LIRE-REJETS
024700             THRU 3000-LIRE-REJETS-EXIT
024800         PERFORM 4000-RAPPROCHEMENT
024900             THRU 4000-RAPPROCHEMENT-EXIT
025000         PERFORM 5000-ENREGISTRER-ACCUSE
025100             THRU 5000-ENREGISTRER-ACCUSE-EXIT
025200     END-IF.
025300*
025400     PERFORM 6000-EXTRACTIONS-EN-ATTENTE
025500         THRU 6000-EXTRACTIONS-EN-ATTENTE-EXIT.
025600*
025700     PERFORM 8000-TOTAUX
025800         THRU 8000-TOTAUX-EXIT.
025900*
026000     GO TO 9999-FIN.
026100*
026200*==============================================================
026300* 1000-INITIALISATION - DECODE LE DELAI DEMANDE EN PARM, LIT LE
026400*     CODE SITE, OUVRE L'ETAT ACQOUT PUIS LE FICHIER D'ACCUSE
026500*     ACQIN. SANS FICHIER ACQIN, SEULES LES EXTRACTIONS EN
026600*     ATTENTE D'ACCUSE SONT CONTROLEES.
026700*==============================================================
026800 1000-INITIALISATION.
026900     MOVE SPACES TO WS-PARM-LINE.
027000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
027100*
027200     IF WS-PARM-LINE NOT = SPACES
027300         MOVE WS-PARM-LINE(1:3) TO WS-DELAI-EDIT
027400         IF FUNCTION TRIM(WS-DELAI-EDIT) IS NOT NUMERIC
027500             OR WS-PARM-LINE(4:77) NOT = SPACES
027600             DISPLAY "PERSACQ : delai invalide (attendu un "
027700                 "nombre de jours) : " WS-PARM-LINE
027800             MOVE 16 TO RETURN-CODE
027900             GO TO 9999-FIN
028000         END-IF
028100         MOVE FUNCTION TRIM(WS-DELAI-EDIT) TO WS-DELAI
028200     END-IF.
028300*
028400     MOVE SPACES TO WS-SITE-CODE.
028500     ACCEPT WS-SITE-CODE FROM ENVIRONMENT "PERS_SITE".
028600*
028700     IF WS-SITE-CODE = SPACES
028800         DISPLAY "PERSACQ : code site absent - verifier la "
028900             "variable d'environnement PERS_SITE."
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 9999-FIN
029200     END-IF.
029300*
029400     OPEN OUTPUT ACQ-FILE.
029500*
029600     IF NOT ACQ-STATUT-OK
029700         DISPLAY "Erreur a l'ouverture de ACQOUT, statut : "
029800             WS-ACQ-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         GO TO 9999-FIN
030100     END-IF.
030200*
030300     MOVE SPACES TO WS-REPORT-LINE.
030400     MOVE "ACCUSES D'INTEGRATION DU BUREAU DE ROUTAGE - SITE"
030500         TO RPT-E-LIBELLE.
030600     MOVE WS-SITE-CODE TO RPT-E-VALEUR.
030700     PERFORM 6900-ECRIRE-LIGNE
030800         THRU 6900-ECRIRE-LIGNE-EXIT.
030900*
031000     OPEN INPUT ENT-FILE.
031100*
031200     IF ENT-FICHIER-ABSENT
031300         DISPLAY "PERSACQ : pas d'accuse ACQIN a integrer - "
031400             "controle des extractions en attente seul."
031500         GO TO 1000-INITIALISATION-EXIT
031600     END-IF.
031700*
031800     IF NOT ENT-STATUT-OK
031900         DISPLAY "Erreur a l'ouverture de ACQIN, statut : "
032000             WS-ENT-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 9999-FIN
032300     END-IF.
032400*
032500     SET ACCUSE-PRESENT TO TRUE.
032600*
032700 1000-INITIALISATION-EXIT.
032800     EXIT.
032900*
033000*==============================================================
033100* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
033200*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
033300*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
033400*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
033500*==============================================================
033600 1500-LIRE-CREDENTIALS.
033700     MOVE SPACES TO USERNAME.
033800     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
033900     MOVE SPACES TO PASSWD.
034000     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
034100     MOVE SPACES TO DBNAME.
034200     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
034300*
034400     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
034500         DISPLAY "PERSACQ : identifiants de connexion "
034600             "incomplets - verifier PERS_DB_USER / "
034700             "PERS_DB_PASSWD / PERS_DB_NAME."
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 9999-FIN
035000     END-IF.
035100*
035200 1500-LIRE-CREDENTIALS-EXIT.
035300     EXIT.
035400*
035500*==============================================================
035600* 1700-LIRE-UTILISATEUR - IDENTIFIE L'UTILISATEUR OS/JOB QUI
035700*     ENREGISTRE L'ACCUSE (CF TESTOCE POUR LE DETAIL DE LA
035800*     CONVENTION).
035900*==============================================================
036000 1700-LIRE-UTILISATEUR.
036100     MOVE SPACES TO WS-ACQ-UTILISATEUR.
036200     ACCEPT WS-ACQ-UTILISATEUR FROM ENVIRONMENT "USER".
036300*
036400     IF WS-ACQ-UTILISATEUR = SPACES
036500         ACCEPT WS-ACQ-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
036600     END-IF.
036700*
036800 1700-LIRE-UTILISATEUR-EXIT.
036900     EXIT.
037000*
037100*==============================================================
037200* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
037300*==============================================================
037400 2000-CONNEXION.
037500     DISPLAY "Connexion a PostgreSQL...".
037600*
037700     EXEC SQL
037800         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
037900     END-EXEC.
038000*
038100     IF SQLCODE NOT = 0
038200         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-FIN
038500     END-IF.
038600*
038700     DISPLAY "Connexion reussie !".
038800     SET CONNEXION-OUVERTE TO TRUE.
038900*
039000 2000-CONNEXION-EXIT.
039100     EXIT.
039102*
039105*==============================================================
039108* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
039111*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
039114*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
039117*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
039120*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
039122*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
039125*==============================================================
039128 2100-CONTROLER-HABILITATION.
039131     MOVE "PERSACQ" TO HAB-PROGRAMME.
039134     MOVE SPACES TO HAB-MODE.
039137     MOVE ZEROS TO HAB-ID.
039140     SET HAB-REQUIS-AGENT TO TRUE.
039141*
039142     CALL "PERSHAB" USING HAB-CONTROLE.
039145*
039148     IF HAB-ERREUR-SQL
039151         EXEC SQL ROLLBACK END-EXEC
039154         DISPLAY "PERSACQ : controle d'habilitation en echec."
039157         MOVE 16 TO RETURN-CODE
039160         GO TO 9999-FIN
039162     END-IF.
039165*
039168     EXEC SQL COMMIT END-EXEC.
039171*
039174     IF HAB-REFUSE
039177         DISPLAY "PERSACQ : lancement refuse - " HAB-MOTIF
039180         DISPLAY "  Operateur : " HAB-UTILISATEUR
039182         MOVE 28 TO RETURN-CODE
039185         GO TO 9999-FIN
039188     END-IF.
039191*
039194 2100-CONTROLER-HABILITATION-EXIT.
039197     EXIT.
039200*
039300*==============================================================
039400* 2500-LIRE-ENTETE-ACCUSE - LIT ET CONTROLE L'ENTETE DE L'ACCUSE
039500*     (TYPE 1, DATE AAAAMMJJ, SITE DU PASSAGE, MODE C OU D) ET
039600*     L'EDITE. UN ACCUSE SANS ENTETE, ILLISIBLE OU D'UN AUTRE
039700*     SITE EST REFUSE EN CODE RETOUR 24.
039800*==============================================================
039900 2500-LIRE-ENTETE-ACCUSE.
040000     PERFORM 3100-LIRE-ACCUSE
040100         THRU 3100-LIRE-ACCUSE-EXIT.
040200*
040300     IF FIN-FICHIER OR NOT ACC-ENTETE
040400         DISPLAY "PERSACQ : accuse refuse - enregistrement "
040500             "entete (type 1) absent."
040600         MOVE 24 TO RETURN-CODE
040700         GO TO 9999-FIN
040800     END-IF.
040900*
041000     IF ACC-E-DATE IS NOT NUMERIC
041100         OR (ACC-E-MODE NOT = "C" AND ACC-E-MODE NOT = "D")
041200         DISPLAY "PERSACQ : accuse refuse - date ou mode "
041300             "d'extraction illisible : " WS-ACCUSE-LINE
041400         MOVE 24 TO RETURN-CODE
041500         GO TO 9999-FIN
041600     END-IF.
041700*
041800     IF ACC-E-SITE NOT = WS-SITE-CODE
041900         DISPLAY "PERSACQ : accuse refuse - site " ACC-E-SITE
042000             " different du site du passage " WS-SITE-CODE
042100         MOVE 24 TO RETURN-CODE
042200         GO TO 9999-FIN
042300     END-IF.
042400*
042500     MOVE ACC-E-DATE TO WS-ACQ-DATE.
042600     MOVE ACC-E-SITE TO WS-ACQ-SITE.
042700     MOVE ACC-E-MODE TO WS-ACQ-MODE.
042800*
042900     IF WS-ACQ-MODE = "C"
043000         MOVE "COMPLET" TO WS-MODE-LIBELLE
043100     ELSE
043200         MOVE "DELTA" TO WS-MODE-LIBELLE
043300     END-IF.
043400*
043500     MOVE SPACES TO WS-DATE-EDITEE.
043600     STRING WS-ACQ-DATE(7:2) "/"
043700            WS-ACQ-DATE(5:2) "/"
043800            WS-ACQ-DATE(1:4)
043900         DELIMITED BY SIZE INTO WS-DATE-EDITEE.
044000*
044100     MOVE SPACES TO WS-REPORT-LINE.
044200     MOVE "ACCUSE RECU" TO WS-REPORT-LINE.
044300     PERFORM 6700-ECRIRE-TITRE
044400         THRU 6700-ECRIRE-TITRE-EXIT.
044500*
044600     MOVE "EXTRACTION DU" TO RPT-C-LIBELLE.
044700     MOVE WS-DATE-EDITEE TO RPT-C-VALEUR.
044800     PERFORM 6800-ECRIRE-RUBRIQUE
044900         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
045000*
045100     MOVE "SITE" TO RPT-C-LIBELLE.
045200     MOVE WS-ACQ-SITE TO RPT-C-VALEUR.
045300     PERFORM 6800-ECRIRE-RUBRIQUE
045400         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
045500*
045600     MOVE "MODE" TO RPT-C-LIBELLE.
045700     MOVE WS-MODE-LIBELLE TO RPT-C-VALEUR.
045800     PERFORM 6800-ECRIRE-RUBRIQUE
045900         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
046000*
046100 2500-LIRE-ENTETE-ACCUSE-EXIT.
046200     EXIT.
046300*
046400*==============================================================
046500* 2600-RETROUVER-EXTRACTION - RETROUVE DANS LE JOURNAL DES
046600*     PASSAGES BATCH LE PASSAGE PERSEXT TERMINE SANS ERREUR A LA
046700*     DATE ET DANS LE MODE DE L'ACCUSE (LE DERNIER DU JOUR S'IL Y
046800*     EN A PLUSIEURS : C'EST LUI QUI A LAISSE LE FICHIER EXTOUT)
046900*     ET LE NOMBRE DE DETAILS ENVOYES. SANS PASSAGE CORRESPONDANT
047000*     L'ACCUSE EST REFUSE EN CODE RETOUR 24. UN ACCUSE DEJA RECU
047100*     POUR LE MEME PASSAGE EST SIGNALE ; IL SERA REMPLACE.
047200*==============================================================
047300 2600-RETROUVER-EXTRACTION.
047400     MOVE SPACES TO WS-ACQ-DEBUT.
047500*
047600     EXEC SQL
047700         SELECT COALESCE(TO_CHAR(MAX(debut),
047800                    'YYYY-MM-DD HH24:MI:SS'), '')
047900         INTO :WS-ACQ-DEBUT
048000         FROM journal_batch
048100         WHERE TRIM(programme) = 'PERSEXT'
048200           AND TO_CHAR(debut, 'YYYYMMDD') = :WS-ACQ-DATE
048300           AND COALESCE(mode_extraction, 'C') = :WS-ACQ-MODE
048400           AND fin IS NOT NULL
048500           AND code_retour = 0
048600     END-EXEC.
048700*
048800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
048900         DISPLAY "Erreur SQL sur le journal des passages "
049000             "SQLCODE: " SQLCODE
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 9999-FIN
049300     END-IF.
049400*
049500     IF WS-ACQ-DEBUT = SPACES
049600         DISPLAY "PERSACQ : accuse refuse - aucun passage "
049700             "PERSEXT termine sans erreur le " WS-DATE-EDITEE
049800             " en mode " WS-MODE-LIBELLE "."
049900         MOVE 24 TO RETURN-CODE
050000         GO TO 9999-FIN
050100     END-IF.
050200*
050300     EXEC SQL
050400         SELECT COALESCE(nb_traite, 0)
050500         INTO :WS-ACQ-NB-ENVOYES
050600         FROM journal_batch
050700         WHERE TRIM(programme) = 'PERSEXT'
050800           AND debut = TO_TIMESTAMP(:WS-ACQ-DEBUT,
050900                                    'YYYY-MM-DD HH24:MI:SS')
051000     END-EXEC.
051100*
051200     IF SQLCODE NOT = 0
051300         DISPLAY "Erreur SQL sur le journal des passages "
051400             "SQLCODE: " SQLCODE
051500         MOVE 16 TO RETURN-CODE
051600         GO TO 9999-FIN
051700     END-IF.
051800*
051900     MOVE SPACES TO WS-ACQ-RECEPTION.
052000*
052100     EXEC SQL
052200         SELECT COALESCE(TO_CHAR(MAX(reception),
052300                    'YYYY-MM-DD HH24:MI:SS'), '')
052400         INTO :WS-ACQ-RECEPTION
052500         FROM accuses_routage
052600         WHERE debut_extraction =
052700                   TO_TIMESTAMP(:WS-ACQ-DEBUT,
052800                                'YYYY-MM-DD HH24:MI:SS')
052900     END-EXEC.
053000*
053100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
053200         DISPLAY "Erreur SQL sur les accuses SQLCODE: " SQLCODE
053300         MOVE 16 TO RETURN-CODE
053400         GO TO 9999-FIN
053500     END-IF.
053600*
053700     MOVE "PASSAGE PERSEXT" TO RPT-C-LIBELLE.
053800     MOVE WS-ACQ-DEBUT TO RPT-C-VALEUR.
053900     PERFORM 6800-ECRIRE-RUBRIQUE
054000         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
054100*
054200     IF WS-ACQ-RECEPTION NOT = SPACES
054300         DISPLAY "Avertissement - accuse deja recu le "
054400             WS-ACQ-RECEPTION " pour ce passage, remplace."
054500         MOVE "DEJA ACCUSE LE" TO RPT-C-LIBELLE
054600         MOVE WS-ACQ-RECEPTION TO RPT-C-VALEUR
054700         PERFORM 6800-ECRIRE-RUBRIQUE
054800             THRU 6800-ECRIRE-RUBRIQUE-EXIT
054900     END-IF.
055000*
055100 2600-RETROUVER-EXTRACTION-EXIT.
055200     EXIT.
055300*
055400*==============================================================
055500* 3000-LIRE-REJETS - EDITE CHAQUE ID REJETE PAR LE BUREAU DE
055600*     ROUTAGE AVEC SES DONNEES ACTUELLES DANS PERSONNES, JUSQU'A
055700*     L'ENREGISTREMENT FIN (LECTURE D'AVANCE CLASSIQUE), PUIS
055800*     CONTROLE LA FIN. UN ACCUSE SANS FIN, AVEC UN ENREGISTREMENT
055900*     DE TYPE INCONNU OU DES LIGNES APRES LA FIN EST REFUSE EN
056000*     CODE RETOUR 24 ; RIEN N'EST ALORS ENREGISTRE.
056100*==============================================================
056200 3000-LIRE-REJETS.
056300     MOVE SPACES TO WS-REPORT-LINE.
056400     MOVE "IDS REJETES PAR LE BUREAU DE ROUTAGE"
056500         TO WS-REPORT-LINE.
056600     PERFORM 6700-ECRIRE-TITRE
056700         THRU 6700-ECRIRE-TITRE-EXIT.
056800*
056900     PERFORM 3100-LIRE-ACCUSE
057000         THRU 3100-LIRE-ACCUSE-EXIT.
057100*
057200     PERFORM 3200-TRAITER-REJET
057300         THRU 3200-TRAITER-REJET-EXIT
057400         UNTIL FIN-FICHIER OR ACC-FIN.
057500*
057600     IF FIN-FICHIER
057700         DISPLAY "PERSACQ : accuse refuse - enregistrement fin "
057800             "(type 9) absent."
057900         MOVE 24 TO RETURN-CODE
058000         GO TO 9999-FIN
058100     END-IF.
058200*
058300     IF ACC-F-NB-RECUS IS NOT NUMERIC
058400         OR ACC-F-NB-REJETES IS NOT NUMERIC
058500         OR NOT (ACC-INTEGRE OR ACC-REJET-TOTAL)
058600         DISPLAY "PERSACQ : accuse refuse - enregistrement fin "
058700             "illisible : " WS-ACCUSE-LINE
058800         MOVE 24 TO RETURN-CODE
058900         GO TO 9999-FIN
059000     END-IF.
059100*
059200     MOVE ACC-F-NB-RECUS TO WS-ACQ-NB-RECUS.
059300     MOVE ACC-F-NB-REJETES TO WS-ACQ-NB-REJETES.
059400*
059500     IF ACC-REJET-TOTAL
059600         MOVE "O" TO WS-ACQ-REJET-TOTAL
059700     ELSE
059800         MOVE "N" TO WS-ACQ-REJET-TOTAL
059900     END-IF.
060000*
060100     PERFORM 3100-LIRE-ACCUSE
060200         THRU 3100-LIRE-ACCUSE-EXIT.
060300*
060400     IF NOT FIN-FICHIER
060500         DISPLAY "PERSACQ : accuse refuse - lignes derriere "
060600             "l'enregistrement fin."
060700         MOVE 24 TO RETURN-CODE
060800         GO TO 9999-FIN
060900     END-IF.
061000*
061100     IF WS-NB-REJETS-LUS = ZEROS
061200         MOVE SPACES TO WS-REPORT-LINE
061300         MOVE "AUCUN" TO WS-REPORT-LINE
061400         PERFORM 6900-ECRIRE-LIGNE
061500             THRU 6900-ECRIRE-LIGNE-EXIT
061600     END-IF.
061700*
061800     CLOSE ENT-FILE.
061900*
062000 3000-LIRE-REJETS-EXIT.
062100     EXIT.
062200*
062300*==============================================================
062400* 3100-LIRE-ACCUSE - LIT L'ENREGISTREMENT SUIVANT DE L'ACCUSE.
062500*==============================================================
062600 3100-LIRE-ACCUSE.
062700     READ ENT-FILE INTO WS-ACCUSE-LINE
062800         AT END
062900             SET FIN-FICHIER TO TRUE
063000         NOT AT END
063100             ADD 1 TO WS-NB-LUES
063200     END-READ.
063300*
063400 3100-LIRE-ACCUSE-EXIT.
063500     EXIT.
063600*
063700*==============================================================
063800* 3200-TRAITER-REJET - EDITE L'ID REJETE COURANT : NOM, PRENOM,
063900*     CODE POSTAL ET VILLE ACTUELS, ETAT DE LA PERSONNE (ACTIVE,
064000*     PARTIE, DECEDEE, NPAI, INCONNUE SI ELLE A ETE PURGEE) ET
064100*     MOTIF DU BUREAU. ENCHAINE SUR L'ENREGISTREMENT SUIVANT.
064200*==============================================================
064300 3200-TRAITER-REJET.
064400     IF NOT ACC-REJET
064500         DISPLAY "PERSACQ : accuse refuse - enregistrement de "
064600             "type inconnu : " WS-ACCUSE-LINE
064700         MOVE 24 TO RETURN-CODE
064800         GO TO 9999-FIN
064900     END-IF.
065000*
065100     ADD 1 TO WS-NB-REJETS-LUS.
065200     MOVE SPACES TO WS-REPORT-LINE.
065300     MOVE ACC-D-MOTIF TO RPT-D-MOTIF.
065400*
065500     IF ACC-D-ID IS NOT NUMERIC
065600         MOVE "ILLISIBLE" TO RPT-D-ETAT
065700         MOVE ACC-D-ID TO RPT-D-NOM
065800         GO TO 3200-TRAITER-REJET-SUITE
065900     END-IF.
066000*
066100     MOVE ACC-D-ID TO PERS-ID.
066200     MOVE PERS-ID TO RPT-D-ID.
066300*
066400     EXEC SQL
066500         SELECT nom, prenom, code_postal, ville,
066600                COALESCE(statut, 'A'), COALESCE(npai, 'N')
066700         INTO :PERS-NOM, :PERS-PRENOM, :PERS-CODE-POSTAL,
066800              :PERS-VILLE, :WS-ACQ-STATUT, :WS-ACQ-NPAI
066900         FROM personnes
067000         WHERE id = :PERS-ID
067100     END-EXEC.
067200*
067300     EVALUATE SQLCODE
067400         WHEN 0
067500             MOVE PERS-NOM TO RPT-D-NOM
067600             MOVE PERS-PRENOM TO RPT-D-PRENOM
067700             MOVE PERS-CODE-POSTAL TO RPT-D-CODE-POSTAL
067800             MOVE PERS-VILLE TO RPT-D-VILLE
067900             EVALUATE TRUE
068000                 WHEN WS-ACQ-STATUT = "P"
068100                     MOVE "PARTIE" TO RPT-D-ETAT
068200                 WHEN WS-ACQ-STATUT = "D"
068300                     MOVE "DECEDEE" TO RPT-D-ETAT
068400                 WHEN WS-ACQ-NPAI = "O"
068500                     MOVE "NPAI" TO RPT-D-ETAT
068600                 WHEN OTHER
068700                     MOVE "ACTIVE" TO RPT-D-ETAT
068800             END-EVALUATE
068900         WHEN 100
069000             MOVE "INCONNUE" TO RPT-D-ETAT
069100         WHEN OTHER
069200             DISPLAY "Erreur SQL sur la personne " PERS-ID
069300                 " SQLCODE: " SQLCODE
069400             MOVE 16 TO RETURN-CODE
069500             GO TO 9999-FIN
069600     END-EVALUATE.
069700*
069800 3200-TRAITER-REJET-SUITE.
069900     PERFORM 6900-ECRIRE-LIGNE
070000         THRU 6900-ECRIRE-LIGNE-EXIT.
070100*
070200     PERFORM 3100-LIRE-ACCUSE
070300         THRU 3100-LIRE-ACCUSE-EXIT.
070400*
070500 3200-TRAITER-REJET-EXIT.
070600     EXIT.
070700*
070800*==============================================================
070900* 4000-RAPPROCHEMENT - RAPPROCHE LES DETAILS ENVOYES (JOURNAL DU
071000*     PASSAGE PERSEXT) DES DETAILS RECUS ET REJETES ANNONCES PAR
071100*     LE BUREAU, ET LES REJETS ANNONCES DES IDS REELLEMENT
071200*     DETAILLES. TOUT ECART, COMME UN REJET EN TOTALITE, FERA
071300*     SORTIR LE PASSAGE EN CODE RETOUR 20.
071400*==============================================================
071500 4000-RAPPROCHEMENT.
071600     MOVE SPACES TO WS-REPORT-LINE.
071700     MOVE "RAPPROCHEMENT" TO WS-REPORT-LINE.
071800     PERFORM 6700-ECRIRE-TITRE
071900         THRU 6700-ECRIRE-TITRE-EXIT.
072000*
072100     IF ACC-REJET-TOTAL
072200         OR WS-ACQ-NB-REJETES > WS-ACQ-NB-RECUS
072300         MOVE ZEROS TO WS-NB-INTEGRES
072400     ELSE
072500         SUBTRACT WS-ACQ-NB-REJETES FROM WS-ACQ-NB-RECUS
072600             GIVING WS-NB-INTEGRES
072700     END-IF.
072800*
072900     MOVE "DETAILS ENVOYES" TO RPT-R-LIBELLE.
073000     MOVE WS-ACQ-NB-ENVOYES TO RPT-R-NB.
073100     PERFORM 6600-ECRIRE-RECAP
073200         THRU 6600-ECRIRE-RECAP-EXIT.
073300*
073400     MOVE "DETAILS RECUS" TO RPT-R-LIBELLE.
073500     MOVE WS-ACQ-NB-RECUS TO RPT-R-NB.
073600     PERFORM 6600-ECRIRE-RECAP
073700         THRU 6600-ECRIRE-RECAP-EXIT.
073800*
073900     MOVE "DETAILS REJETES" TO RPT-R-LIBELLE.
074000     MOVE WS-ACQ-NB-REJETES TO RPT-R-NB.
074100     PERFORM 6600-ECRIRE-RECAP
074200         THRU 6600-ECRIRE-RECAP-EXIT.
074300*
074400     MOVE "DETAILS INTEGRES" TO RPT-R-LIBELLE.
074500     MOVE WS-NB-INTEGRES TO RPT-R-NB.
074600     PERFORM 6600-ECRIRE-RECAP
074700         THRU 6600-ECRIRE-RECAP-EXIT.
074800*
074900     MOVE "IDS REJETES DETAILLES" TO RPT-R-LIBELLE.
075000     MOVE WS-NB-REJETS-LUS TO RPT-R-NB.
075100     PERFORM 6600-ECRIRE-RECAP
075200         THRU 6600-ECRIRE-RECAP-EXIT.
075300*
075400     MOVE SPACES TO WS-REPORT-LINE.
075500*
075600     IF WS-ACQ-NB-RECUS NOT = WS-ACQ-NB-ENVOYES
075700         SET ECART-CONSTATE TO TRUE
075800         DISPLAY "ATTENTION - ECART ENVOYES / RECUS : "
075900             WS-ACQ-NB-ENVOYES " / " WS-ACQ-NB-RECUS
076000         MOVE "ATTENTION" TO RPT-C-LIBELLE
076100         MOVE "ECART ENTRE DETAILS ENVOYES ET DETAILS RECUS"
076200             TO RPT-C-VALEUR
076300         PERFORM 6800-ECRIRE-RUBRIQUE
076400             THRU 6800-ECRIRE-RUBRIQUE-EXIT
076500     END-IF.
076600*
076700     IF WS-NB-REJETS-LUS NOT = WS-ACQ-NB-REJETES
076800         SET ECART-CONSTATE TO TRUE
076900         DISPLAY "ATTENTION - ECART REJETS ANNONCES / "
077000             "DETAILLES : " WS-ACQ-NB-REJETES " / "
077100             WS-NB-REJETS-LUS
077200         MOVE "ATTENTION" TO RPT-C-LIBELLE
077300         MOVE "ECART ENTRE REJETS ANNONCES ET IDS DETAILLES"
077400             TO RPT-C-VALEUR
077500         PERFORM 6800-ECRIRE-RUBRIQUE
077600             THRU 6800-ECRIRE-RUBRIQUE-EXIT
077700     END-IF.
077800*
077900     MOVE "INTEGRATION" TO RPT-C-LIBELLE.
078000     IF ACC-REJET-TOTAL
078100         DISPLAY "ATTENTION - extraction du " WS-DATE-EDITEE
078200             " rejetee en totalite par le bureau de routage."
078300         MOVE "REJETEE EN TOTALITE - LA BORNE DU MODE DELTA RESTE"
078350             TO RPT-C-VALEUR
078400         MOVE " AVANT CETTE EXTRACTION" TO RPT-C-VALEUR(51:)
078500     ELSE
078600         MOVE "INTEGREE" TO RPT-C-VALEUR
078700     END-IF.
078800     PERFORM 6800-ECRIRE-RUBRIQUE
078900         THRU 6800-ECRIRE-RUBRIQUE-EXIT.
079000*
079100 4000-RAPPROCHEMENT-EXIT.
079200     EXIT.
079300*
079400*==============================================================
079500* 5000-ENREGISTRER-ACCUSE - ENREGISTRE L'ACCUSE DANS LA TABLE
079600*     ACCUSES_ROUTAGE, EN REMPLACEMENT D'UN ACCUSE PRECEDENT POUR
079700*     LE MEME PASSAGE, DANS UNE SEULE UNITE DE TRAVAIL. UN ECHEC
079800*     SORT EN CODE RETOUR 12.
079900*==============================================================
080000 5000-ENREGISTRER-ACCUSE.
080100     EXEC SQL
080200         DELETE FROM accuses_routage
080300         WHERE debut_extraction =
080400                   TO_TIMESTAMP(:WS-ACQ-DEBUT,
080500                                'YYYY-MM-DD HH24:MI:SS')
080600     END-EXEC.
080700*
080800     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
080900         EXEC SQL ROLLBACK END-EXEC
081000         DISPLAY "Erreur SQL sur le remplacement de l'accuse "
081100             "SQLCODE: " SQLCODE
081200         MOVE 12 TO RETURN-CODE
081300         GO TO 9999-FIN
081400     END-IF.
081500*
081600     EXEC SQL
081700         INSERT INTO accuses_routage
081800             (debut_extraction, date_extraction, site,
081900              mode_extraction, nb_envoyes, nb_recus, nb_rejetes,
082000              rejet_total, utilisateur)
082100         VALUES
082200             (TO_TIMESTAMP(:WS-ACQ-DEBUT,
082300                           'YYYY-MM-DD HH24:MI:SS'),
082400              :WS-ACQ-DATE, :WS-ACQ-SITE, :WS-ACQ-MODE,
082500              :WS-ACQ-NB-ENVOYES, :WS-ACQ-NB-RECUS,
082600              :WS-ACQ-NB-REJETES, :WS-ACQ-REJET-TOTAL,
082700              :WS-ACQ-UTILISATEUR)
082800     END-EXEC.
082900*
083000     IF SQLCODE NOT = 0
083100         EXEC SQL ROLLBACK END-EXEC
083200         DISPLAY "Erreur SQL sur l'enregistrement de l'accuse "
083300             "SQLCODE: " SQLCODE
083400         MOVE 12 TO RETURN-CODE
083500         GO TO 9999-FIN
083600     END-IF.
083700*
083800     EXEC SQL COMMIT END-EXEC.
083900     ADD 1 TO WS-NB-ACCUSES.
084000*
084100 5000-ENREGISTRER-ACCUSE-EXIT.
084200     EXIT.
084300*
084400*==============================================================
084500* 6000-EXTRACTIONS-EN-ATTENTE - LISTE LES PASSAGES PERSEXT
084600*     COMPLETS OU DELTA TERMINES SANS ERREUR QUI N'ONT TOUJOURS
084700*     PAS D'ACCUSE PLUS DE N JOURS APRES LEUR FIN (N EN PARM, 3
084800*     PAR DEFAUT). LES ENVOIS PAR FOYER (MODE F) NE SONT PAS
084900*     ACQUITTES PAR LE BUREAU ET NE SONT PAS LISTES.
085000*==============================================================
085100 6000-EXTRACTIONS-EN-ATTENTE.
085200     MOVE SPACES TO WS-REPORT-LINE.
085300     MOVE "EXTRACTIONS SANS ACCUSE - DELAI EN JOURS :"
085400         TO RPT-E-LIBELLE.
085500     MOVE WS-DELAI TO RPT-E-VALEUR.
085600     PERFORM 6700-ECRIRE-TITRE
085700         THRU 6700-ECRIRE-TITRE-EXIT.
085800*
085900     EXEC SQL
086000         DECLARE C-ATTENTE CURSOR FOR
086100         SELECT TO_CHAR(j.debut, 'YYYY-MM-DD HH24:MI:SS'),
086200                COALESCE(j.mode_extraction, 'C'),
086300                COALESCE(j.nb_traite, 0),
086400                CAST(CURRENT_DATE - CAST(j.fin AS date)
086500                     AS integer)
086600         FROM journal_batch j
086700         WHERE TRIM(j.programme) = 'PERSEXT'
086800           AND j.fin IS NOT NULL
086900           AND j.code_retour = 0
087000           AND COALESCE(j.mode_extraction, 'C') IN ('C', 'D')
087100           AND j.fin < CURRENT_TIMESTAMP
087200                       - CAST(:WS-DELAI AS integer)
087300                         * INTERVAL '1 day'
087400           AND NOT EXISTS
087500                   (SELECT 1
087600                    FROM accuses_routage a
087700                    WHERE a.debut_extraction = j.debut)
087800         ORDER BY j.debut
087900     END-EXEC.
088000*
088100     EXEC SQL
088200         OPEN C-ATTENTE
088300     END-EXEC.
088400*
088500     IF SQLCODE NOT = 0
088600         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
088700             SQLCODE
088800         MOVE 16 TO RETURN-CODE
088900         GO TO 9999-FIN
089000     END-IF.
089100*
089200     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
089300     PERFORM 6100-FETCH-ATTENTE
089400         THRU 6100-FETCH-ATTENTE-EXIT.
089500*
089600     PERFORM 6200-EDITER-ATTENTE
089700         THRU 6200-EDITER-ATTENTE-EXIT
089800         UNTIL FIN-CURSEUR.
089900*
090000     EXEC SQL
090100         CLOSE C-ATTENTE
090200     END-EXEC.
090300*
090400     IF WS-NB-EN-ATTENTE = ZEROS
090500         MOVE SPACES TO WS-REPORT-LINE
090600         MOVE "AUCUNE" TO WS-REPORT-LINE
090700         PERFORM 6900-ECRIRE-LIGNE
090800             THRU 6900-ECRIRE-LIGNE-EXIT
090900     ELSE
091000         DISPLAY "ATTENTION - " WS-NB-EN-ATTENTE
091100             " extraction(s) sans accuse depuis plus de "
091200             WS-DELAI " jour(s)."
091300     END-IF.
091400*
091500 6000-EXTRACTIONS-EN-ATTENTE-EXIT.
091600     EXIT.
091700*
091800*==============================================================
091900* 6100-FETCH-ATTENTE - RAMENE LE PASSAGE SUIVANT DU CURSEUR,
091950*     DANS SES PROPRES ZONES (WS-ATT-) : LES ZONES WS-ACQ- DE
091960*     L'EXTRACTION ACQUITTEE SERVENT ENCORE AU JOURNAL (8900).
092000*==============================================================
092100 6100-FETCH-ATTENTE.
092200     EXEC SQL
092300         FETCH C-ATTENTE
092400         INTO :WS-ATT-DEBUT, :WS-ATT-MODE, :WS-ATT-NB-ENVOYES,
092500              :WS-ACQ-JOURS
092600     END-EXEC.
092700*
092800     EVALUATE SQLCODE
092900         WHEN 0
093000             CONTINUE
093100         WHEN 100
093200             SET FIN-CURSEUR TO TRUE
093300         WHEN OTHER
093400             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
093500             MOVE 16 TO RETURN-CODE
093600             GO TO 9999-FIN
093700     END-EVALUATE.
093800*
093900 6100-FETCH-ATTENTE-EXIT.
094000     EXIT.
094100*
094200*==============================================================
094300* 6200-EDITER-ATTENTE - EDITE LE PASSAGE SANS ACCUSE COURANT
094400*     (DEBUT, MODE, DETAILS ENVOYES, JOURS ECOULES DEPUIS SA FIN)
094500*     ET ENCHAINE SUR LE SUIVANT (LECTURE D'AVANCE CLASSIQUE).
094600*==============================================================
094700 6200-EDITER-ATTENTE.
094800     MOVE SPACES TO WS-REPORT-LINE.
094900     MOVE WS-ATT-DEBUT TO RPT-W-DEBUT.
095000*
095100     IF WS-ATT-MODE = "D"
095200         MOVE "DELTA" TO RPT-W-MODE
095300     ELSE
095400         MOVE "COMPLET" TO RPT-W-MODE
095500     END-IF.
095600*
095700     MOVE WS-ATT-NB-ENVOYES TO RPT-W-NB.
095800     MOVE WS-ACQ-JOURS TO RPT-W-JOURS.
095900     MOVE "JOUR(S) SANS ACCUSE" TO RPT-W-LIBELLE.
096000     PERFORM 6900-ECRIRE-LIGNE
096100         THRU 6900-ECRIRE-LIGNE-EXIT.
096200*
096300     ADD 1 TO WS-NB-EN-ATTENTE.
096400*
096500     PERFORM 6100-FETCH-ATTENTE
096600         THRU 6100-FETCH-ATTENTE-EXIT.
096700*
096800 6200-EDITER-ATTENTE-EXIT.
096900     EXIT.
097000*
097100*==============================================================
097200* 6600-ECRIRE-RECAP - EDITE UNE LIGNE DE RECAPITULATIF DEJA
097300*     PREPAREE DANS LA VUE WS-RECAP-VIEW PAR L'APPELANT.
097400*==============================================================
097500 6600-ECRIRE-RECAP.
097600     MOVE SPACES TO WS-REPORT-LINE(40:93).
097700     PERFORM 6900-ECRIRE-LIGNE
097800         THRU 6900-ECRIRE-LIGNE-EXIT.
097900*
098000 6600-ECRIRE-RECAP-EXIT.
098100     EXIT.
098200*
098300*==============================================================
098400* 6700-ECRIRE-TITRE - EDITE UNE LIGNE BLANCHE PUIS LE TITRE DE
098500*     SECTION PREPARE PAR L'APPELANT DANS WS-REPORT-LINE.
098600*==============================================================
098700 6700-ECRIRE-TITRE.
098800     MOVE WS-REPORT-LINE TO ACQ-RECORD.
098900     MOVE SPACES TO WS-REPORT-LINE.
099000     PERFORM 6900-ECRIRE-LIGNE
099100         THRU 6900-ECRIRE-LIGNE-EXIT.
099200*
099300     MOVE ACQ-RECORD TO WS-REPORT-LINE.
099400     PERFORM 6900-ECRIRE-LIGNE
099500         THRU 6900-ECRIRE-LIGNE-EXIT.
099600     MOVE SPACES TO WS-REPORT-LINE.
099700*
099800 6700-ECRIRE-TITRE-EXIT.
099900     EXIT.
100000*
100100*==============================================================
100200* 6800-ECRIRE-RUBRIQUE - EDITE UNE LIGNE LIBELLE / VALEUR
100300*     PREPAREE DANS LA VUE WS-RUBRIQUE-VIEW, PUIS REMET LA LIGNE
100400*     A BLANC POUR LA RUBRIQUE SUIVANTE.
100500*==============================================================
100600 6800-ECRIRE-RUBRIQUE.
100700     PERFORM 6900-ECRIRE-LIGNE
100800         THRU 6900-ECRIRE-LIGNE-EXIT.
100900     MOVE SPACES TO WS-REPORT-LINE.
101000*
101100 6800-ECRIRE-RUBRIQUE-EXIT.
101200     EXIT.
101300*
101400*==============================================================
101500* 6900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS L'ETAT ACQOUT
101600*     ET LA COMPTE.
101700*==============================================================
101800 6900-ECRIRE-LIGNE.
101900     MOVE WS-REPORT-LINE TO ACQ-RECORD.
102000     WRITE ACQ-RECORD.
102100*
102200     IF NOT ACQ-STATUT-OK
102300         DISPLAY "Erreur a l'ecriture ACQOUT, statut : "
102400             WS-ACQ-STATUS
102500         MOVE 16 TO RETURN-CODE
102600         GO TO 9999-FIN
102700     END-IF.
102800*
102900     ADD 1 TO WS-NB-LIGNES.
103000*
103100 6900-ECRIRE-LIGNE-EXIT.
103200     EXIT.
103300*
103400*==============================================================
103500* 8000-TOTAUX - EDITE LE RECAPITULATIF ET LA LIGNE DE FIN, FERME
103600*     L'ETAT ET POSE LE CODE RETOUR : 20 SUR ECART DE
103700*     RAPPROCHEMENT OU REJET EN TOTALITE, 4 SUR IDS REJETES OU
103800*     EXTRACTIONS EN ATTENTE D'ACCUSE, 0 SINON.
103900*==============================================================
104000 8000-TOTAUX.
104100     MOVE SPACES TO WS-REPORT-LINE.
104200     MOVE "RECAPITULATIF" TO WS-REPORT-LINE.
104300     PERFORM 6700-ECRIRE-TITRE
104400         THRU 6700-ECRIRE-TITRE-EXIT.
104500*
104600     MOVE "ACCUSES ENREGISTRES" TO RPT-R-LIBELLE.
104700     MOVE WS-NB-ACCUSES TO RPT-R-NB.
104800     PERFORM 6600-ECRIRE-RECAP
104900         THRU 6600-ECRIRE-RECAP-EXIT.
105000*
105100     MOVE "IDS REJETES" TO RPT-R-LIBELLE.
105200     MOVE WS-NB-REJETS-LUS TO RPT-R-NB.
105300     PERFORM 6600-ECRIRE-RECAP
105400         THRU 6600-ECRIRE-RECAP-EXIT.
105500*
105600     MOVE "EXTRACTIONS SANS ACCUSE" TO RPT-R-LIBELLE.
105700     MOVE WS-NB-EN-ATTENTE TO RPT-R-NB.
105800     PERFORM 6600-ECRIRE-RECAP
105900         THRU 6600-ECRIRE-RECAP-EXIT.
106000*
106100     MOVE SPACES TO WS-REPORT-LINE.
106200     MOVE "NOMBRE DE LIGNES :" TO RPT-F-LIBELLE.
106300     ADD 1 TO WS-NB-LIGNES GIVING RPT-F-NB-LIGNES.
106400     PERFORM 6900-ECRIRE-LIGNE
106500         THRU 6900-ECRIRE-LIGNE-EXIT.
106600*
106700     CLOSE ACQ-FILE.
106800*
106900     IF NOT ACQ-STATUT-OK
107000         DISPLAY "Erreur a la fermeture de ACQOUT, statut : "
107100             WS-ACQ-STATUS
107200         MOVE 16 TO RETURN-CODE
107300         GO TO 9999-FIN
107400     END-IF.
107500*
107600     DISPLAY "Etat produit - " WS-NB-ACCUSES " accuse(s), "
107700         WS-NB-REJETS-LUS " id(s) rejete(s), " WS-NB-EN-ATTENTE
107800         " extraction(s) sans accuse.".
107900*
108000     EVALUATE TRUE
108100         WHEN ECART-CONSTATE
108200             MOVE 20 TO RETURN-CODE
108300         WHEN WS-ACQ-REJET-TOTAL = "O"
108400             MOVE 20 TO RETURN-CODE
108500         WHEN WS-NB-REJETS-LUS NOT = ZEROS
108600             MOVE 4 TO RETURN-CODE
108700         WHEN WS-NB-EN-ATTENTE NOT = ZEROS
108800             MOVE 4 TO RETURN-CODE
108900         WHEN OTHER
109000             MOVE 0 TO RETURN-CODE
109100     END-EVALUATE.
109200*
109300 8000-TOTAUX-EXIT.
109400     EXIT.
109500*
109600*==============================================================
109700* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
109800*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
109900*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
110000*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
110100*==============================================================
110200 8800-JOURNAL-DEBUT.
110300     MOVE "PERSACQ" TO JRN-PROGRAMME.
110400     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
110500     ACCEPT WS-JRN-HEURE FROM TIME.
110600*
110700     MOVE SPACES TO JRN-DEBUT.
110800     STRING WS-JRN-DATE(1:4) "-"
110900            WS-JRN-DATE(5:2) "-"
111000            WS-JRN-DATE(7:2) " "
111100            WS-JRN-HEURE(1:2) ":"
111200            WS-JRN-HEURE(3:2) ":"
111300            WS-JRN-HEURE(5:2)
111400         DELIMITED BY SIZE INTO JRN-DEBUT.
111500*
111600     SET JRN-PASSAGE-NORMAL TO TRUE.
111700*
111800     EXEC SQL
111900         INSERT INTO journal_batch (programme, debut, reprise)
112000         VALUES (:JRN-PROGRAMME,
112100                 TO_TIMESTAMP(:JRN-DEBUT,
112200                              'YYYY-MM-DD HH24:MI:SS'),
112300                 :JRN-REPRISE)
112400     END-EXEC.
112500*
112600     IF SQLCODE NOT = 0
112700         EXEC SQL ROLLBACK END-EXEC
112800         DISPLAY "Avertissement - journal des passages non "
112900             "ecrit, SQLCODE: " SQLCODE
113000     ELSE
113100         EXEC SQL COMMIT END-EXEC
113200         SET JOURNAL-OUVERT TO TRUE
113300     END-IF.
113400*
113500 8800-JOURNAL-DEBUT-EXIT.
113600     EXIT.
113700*
113800*==============================================================
113900* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
114000*     (FIN, DETAILS ENVOYES PAR L'EXTRACTION ACQUITTEE ET RECUS
114100*     PAR LE BUREAU, CODE RETOUR). APPELE EN 9999-FIN QUELLE QUE
114200*     SOIT L'ISSUE DU PASSAGE.
114300*==============================================================
114400 8900-JOURNAL-FIN.
114500     IF NOT JOURNAL-OUVERT
114600         GO TO 8900-JOURNAL-FIN-EXIT
114700     END-IF.
114800*
114900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
115000*
115100     IF WS-NB-ACCUSES = ZEROS
115200         MOVE ZEROS TO JRN-NB-ATTENDU
115300         MOVE ZEROS TO JRN-NB-TRAITE
115400     ELSE
115500         MOVE WS-ACQ-NB-ENVOYES TO JRN-NB-ATTENDU
115600         MOVE WS-ACQ-NB-RECUS TO JRN-NB-TRAITE
115700     END-IF.
115800*
115900     EXEC SQL
116000         UPDATE journal_batch
116100         SET fin = CURRENT_TIMESTAMP,
116200             nb_attendu = :JRN-NB-ATTENDU,
116300             nb_traite = :JRN-NB-TRAITE,
116400             code_retour = :JRN-CODE-RETOUR
116500         WHERE programme = :JRN-PROGRAMME
116600           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
116700                                    'YYYY-MM-DD HH24:MI:SS')
116800     END-EXEC.
116900*
117000     IF SQLCODE NOT = 0
117100         EXEC SQL ROLLBACK END-EXEC
117200         DISPLAY "Avertissement - journal des passages non "
117300             "complete, SQLCODE: " SQLCODE
117400     ELSE
117500         EXEC SQL COMMIT END-EXEC
117600     END-IF.
117700*
117800 8900-JOURNAL-FIN-EXIT.
117900     EXIT.
118000*
118100*==============================================================
118200* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
118300*==============================================================
118400 9999-FIN.
118500     IF CONNEXION-OUVERTE
118600         PERFORM 8900-JOURNAL-FIN
118700             THRU 8900-JOURNAL-FIN-EXIT
118800     END-IF.
118900     IF CONNEXION-OUVERTE
119000         DISPLAY "Deconnexion reussie."
119100     END-IF.
119200     STOP RUN.
