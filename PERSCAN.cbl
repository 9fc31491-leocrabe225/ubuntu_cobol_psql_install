000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSCAN.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - REGISTRE DES PERSONNES
001000*                    VULNERABLES DU PLAN CANICULE POUR LE CCAS :
001100*                    PERSONNES ACTIVES, HORS NPAI, D'UN AGE AU
001200*                    MOINS EGAL AU SEUIL (PARM AGE=N FACULTATIF,
001300*                    75 PAR DEFAUT), L'AGE ETANT CALCULE EN ANNEES
001400*                    REVOLUES SUR DATE_NAISSANCE COMME DANS LA
001500*                    PYRAMIDE DES AGES DE PERSSTA. ETAT CANOUT PAR
001600*                    VILLE PUIS PAR RUE ET NUMERO (FONCTIONS
001700*                    ADRESSE_VOIE ET ADRESSE_NUMERO), AVEC AGE,
001800*                    ADRESSE ET TELEPHONE ; UNE PERSONNE SANS
001900*                    TELEPHONE EST MARQUEE POUR UNE VISITE A
002000*                    DOMICILE, UNE PERSONNE SEULE A SON ADRESSE
002100*                    (PERSONNE D'AUTRE DANS LES FOYERS DE LA MEME
002200*                    CLE D'ADRESSE, TABLE FOYERS) EST MARQUEE
002300*                    PRIORITAIRE. LA MEME LISTE PART A PLAT DANS
002400*                    LE FICHIER CANAPP DE L'OUTIL D'APPEL DU CCAS
002500*                    (ENTETE TYPE 1, DETAIL TYPE 2, FIN TYPE 9
002600*                    AVEC LES TOTAUX). LE PASSAGE RECOMPTE LA
002700*                    TRANCHE 75 ANS ET PLUS DE TOUTES LES
002800*                    PERSONNES ACTIVES ET LA RAPPROCHE DE LA
002900*                    PYRAMIDE PHOTOGRAPHIEE PAR PERSSTA POUR LE
003000*                    MOIS (TABLE STATS_MENSUELLES, RUBRIQUE
003100*                    AGE:75+) : UN ECART SORT EN CODE RETOUR 20,
003200*                    UNE PYRAMIDE DU MOIS ABSENTE EN CODE RETOUR
003300*                    4. CONTROLE D'HABILITATION AU DEMARRAGE
003400*                    (PERSHAB) : ROLE AGENT REQUIS.
003500*--------------------------------------------------------------
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CAN-FILE         ASSIGN TO "CANOUT"
004100                             ORGANIZATION LINE SEQUENTIAL
004200                             FILE STATUS IS WS-CAN-STATUS.
004300*
004400     SELECT APP-FILE         ASSIGN TO "CANAPP"
004500                             ORGANIZATION LINE SEQUENTIAL
004600                             FILE STATUS IS WS-APP-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CAN-FILE
005100     RECORDING MODE IS F.
005200 01  CAN-RECORD                  PIC X(132).
005300*
005400 FD  APP-FILE
005500     RECORDING MODE IS F.
005600 01  APP-RECORD                  PIC X(560).
005700*
005800 WORKING-STORAGE SECTION.
005900*
006000*--------------------------------------------------------------
006100* VUES ALTERNATIVES DE LA LIGNE EDITEE (VILLE / DETAIL / SOUS-
006200* TOTAL / RECAPITULATIF). LE DETAIL PORTE LES MARQUES VISITE
006300* (SANS TELEPHONE) ET PRIORITAIRE (SEULE A L'ADRESSE).
006400*--------------------------------------------------------------
006500 01  WS-REPORT-LINE              PIC X(132).
006600*
006700 01  WS-VILLE-VIEW REDEFINES WS-REPORT-LINE.
006800     05  RPT-V-LIBELLE           PIC X(08).
006900     05  RPT-V-VILLE             PIC X(100).
007000     05  FILLER                  PIC X(24).
007100*
007200 01  WS-DETAIL-VIEW REDEFINES WS-REPORT-LINE.
007300     05  RPT-D-ID                PIC Z(8)9.
007400     05  FILLER                  PIC X(01).
007500     05  RPT-D-NOM               PIC X(20).
007600     05  FILLER                  PIC X(01).
007700     05  RPT-D-PRENOM            PIC X(15).
007800     05  FILLER                  PIC X(01).
007900     05  RPT-D-AGE               PIC ZZ9.
008000     05  FILLER                  PIC X(02).
008100     05  RPT-D-ADRESSE           PIC X(37).
008200     05  FILLER                  PIC X(01).
008300     05  RPT-D-CODE-POSTAL       PIC X(05).
008400     05  FILLER                  PIC X(01).
008500     05  RPT-D-TELEPHONE         PIC X(15).
008600     05  FILLER                  PIC X(01).
008700     05  RPT-D-VISITE            PIC X(06).
008800     05  FILLER                  PIC X(01).
008900     05  RPT-D-PRIORITE          PIC X(11).
009000     05  FILLER                  PIC X(02).
009100*
009200 01  WS-SOUS-TOTAL-VIEW REDEFINES WS-REPORT-LINE.
009300     05  RPT-T-LIBELLE           PIC X(12).
009400     05  RPT-T-VILLE             PIC X(40).
009500     05  RPT-T-DEUX-POINTS       PIC X(03).
009600     05  RPT-T-NB                PIC ZZZ,ZZZ,ZZ9.
009700     05  FILLER                  PIC X(66).
009800*
009900 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
010000     05  RPT-R-LIBELLE           PIC X(44).
010100     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
010200     05  FILLER                  PIC X(02).
010300     05  RPT-R-MARQUE            PIC X(40).
010400     05  FILLER                  PIC X(35).
010500*
010600*--------------------------------------------------------------
010700* VUES ALTERNATIVES DE L'ENREGISTREMENT DU FICHIER D'APPEL
010800* (ENTETE / DETAIL / FIN). L'ENTETE PORTE LA DATE DU PASSAGE, LE
010900* SEUIL D'AGE ET LE MOIS DE LA PYRAMIDE. LE DETAIL REPREND LES
011000* RUBRIQUES DE PERSREC UTILES A L'APPEL, L'AGE ET LES MARQUES
011100* VISITE ET PRIORITAIRE (O/N). LA FIN PORTE LE NOMBRE DE
011200* DETAILS, DE VISITES, DE PRIORITAIRES, D'ECARTEES NPAI, LA
011300* TRANCHE 75 ANS ET PLUS RECOMPTEE ET CELLE DE LA PYRAMIDE DU
011400* MOIS (ZERO SI ABSENTE).
011500*--------------------------------------------------------------
011600 01  WS-APPEL-LINE               PIC X(560).
011700*
011800 01  WS-APP-ENTETE-VIEW REDEFINES WS-APPEL-LINE.
011900     05  APP-E-TYPE              PIC X(01).
012000     05  APP-E-DATE              PIC X(08).
012100     05  APP-E-SEUIL             PIC 9(03).
012200     05  APP-E-MOIS              PIC X(06).
012300     05  FILLER                  PIC X(542).
012400*
012500 01  WS-APP-DETAIL-VIEW REDEFINES WS-APPEL-LINE.
012600     05  APP-D-TYPE              PIC X(01).
012700     05  APP-D-ID                PIC 9(09).
012800     05  APP-D-NOM               PIC X(100).
012900     05  APP-D-PRENOM            PIC X(100).
013000     05  APP-D-DATE-NAISSANCE    PIC X(10).
013100     05  APP-D-AGE               PIC 9(03).
013200     05  APP-D-ADRESSE           PIC X(200).
013300     05  APP-D-CODE-POSTAL       PIC X(10).
013400     05  APP-D-VILLE             PIC X(100).
013500     05  APP-D-TELEPHONE         PIC X(20).
013600     05  APP-D-VISITE            PIC X(01).
013700     05  APP-D-PRIORITAIRE       PIC X(01).
013800     05  FILLER                  PIC X(05).
013900*
014000 01  WS-APP-FIN-VIEW REDEFINES WS-APPEL-LINE.
014100     05  APP-F-TYPE              PIC X(01).
014200     05  APP-F-NB-DETAILS        PIC 9(09).
014300     05  APP-F-NB-VISITES        PIC 9(09).
014400     05  APP-F-NB-PRIORITAIRES   PIC 9(09).
014500     05  APP-F-NB-NPAI           PIC 9(09).
014600     05  APP-F-NB-75-PLUS        PIC 9(09).
014700     05  APP-F-NB-PYRAMIDE       PIC 9(09).
014800     05  FILLER                  PIC X(505).
014900*
015000*--------------------------------------------------------------
015100* ZONE DE PARAMETRAGE DU PASSAGE.
015200*     PARM FACULTATIF :  AGE=<N>  (SEUIL D'AGE EN ANNEES
015300*     REVOLUES, DE 1 A 120 ; 75 PAR DEFAUT)
015400*--------------------------------------------------------------
015500 01  WS-PARM-LINE                PIC X(80).
015600 01  WS-SEL-CRITERE              PIC X(10).
015700 01  WS-SEL-VALEUR               PIC X(30).
015800 01  WS-SEUIL-AGE                PIC 9(03)   VALUE 75.
015900*
016000*--------------------------------------------------------------
016100* ZONE DE TRAVAIL DU PASSAGE.
016200*--------------------------------------------------------------
016300 01  WS-CAN-STATUS               PIC X(02).
016400     88  CAN-STATUT-OK                        VALUE "00".
016500 01  WS-APP-STATUS               PIC X(02).
016600     88  APP-STATUT-OK                        VALUE "00".
016700*
016800 01  WS-DATE-SYSTEME             PIC 9(08).
016900 01  WS-DATE-SYSTEME-VUE REDEFINES WS-DATE-SYSTEME.
017000     05  WS-DS-SIECLE-ANNEE      PIC 9(04).
017100     05  WS-DS-MOIS              PIC 9(02).
017200     05  WS-DS-JOUR              PIC 9(02).
017300*
017400 01  WS-NB-LUES                  PIC 9(09)   VALUE ZEROS.
017500 01  WS-NB-RETENUES              PIC 9(09)   VALUE ZEROS.
017600 01  WS-NB-VISITES               PIC 9(09)   VALUE ZEROS.
017700 01  WS-NB-PRIORITAIRES          PIC 9(09)   VALUE ZEROS.
017800 01  WS-NB-NPAI                  PIC 9(09)   VALUE ZEROS.
017900 01  WS-NB-AGE-INCONNU           PIC 9(09)   VALUE ZEROS.
018000 01  WS-NB-75-PLUS               PIC 9(09)   VALUE ZEROS.
018100 01  WS-NB-VILLE                 PIC 9(09)   VALUE ZEROS.
018200 01  WS-NB-A-SEUIL               PIC 9(09)   VALUE ZEROS.
018300*
018400 01  WS-VILLE-PRECEDENTE         PIC X(100).
018500 01  WS-LIB-ENTETE               PIC X(132).
018600 01  WS-SEUIL-EDITE              PIC ZZ9.
018700*
018800*--------------------------------------------------------------
018900* ZONE DE TRAVAIL DU CALCUL DE L'AGE (MEME REGLE QUE LA PYRAMIDE
019000* DES AGES DE PERSSTA) : ANNEES REVOLUES SUR LA DATE JJ/MM/AAAA ;
019100* UNE DATE ABSENTE, ILLISIBLE OU FUTURE DONNE UN AGE INCONNU.
019200*--------------------------------------------------------------
019300 01  WS-AGE                     PIC S9(04).
019400 01  WS-NAISS-JOUR              PIC 9(02).
019500 01  WS-NAISS-MOIS              PIC 9(02).
019600 01  WS-NAISS-ANNEE             PIC 9(04).
019700*
019800 77  WS-AGE-INCONNU-SWITCH       PIC X(01).
019900     88  AGE-INCONNU                         VALUE "Y".
020000*
020100 77  WS-GROUPE-SWITCH            PIC X(01)   VALUE "N".
020200     88  GROUPE-OUVERT                       VALUE "Y".
020300*
020400 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
020500     88  FIN-CURSEUR                         VALUE "Y".
020600*
020700 77  WS-PYRAMIDE-SWITCH          PIC X(01)   VALUE "N".
020800     88  PYRAMIDE-ABSENTE                    VALUE "Y".
020900*
021000 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
021100     88  CONNEXION-OUVERTE                   VALUE "Y".
021200*
021300*--------------------------------------------------------------
021400* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
021500*--------------------------------------------------------------
021600 01  WS-JRN-DATE                 PIC 9(08).
021700 01  WS-JRN-HEURE                PIC 9(08).
021800*
021900 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
022000     88  JOURNAL-OUVERT                      VALUE "Y".
022100*
022200*--------------------------------------------------------------
022300* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
022400* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
022500* HOTE.
022600*--------------------------------------------------------------
022700     COPY PERSHABC.
022800*
022900 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
023000     COPY PERSREC.
023100     COPY PERSJRN.
023200 01  WS-MOIS-COURANT             PIC X(06).
023300 01  WS-CAN-NPAI                 PIC X(01).
023400 01  WS-NB-COHABITANTS           PIC 9(09).
023500 01  WS-NB-PYRAMIDE              PIC 9(09)   VALUE ZEROS.
023600 01  USERNAME                    PIC X(30).
023700 01  PASSWD                      PIC X(30).
023800 01  DBNAME                      PIC X(10).
023900 EXEC SQL END DECLARE SECTION END-EXEC.
024000*
024100 EXEC SQL INCLUDE SQLCA END-EXEC.
024200*
024300 PROCEDURE DIVISION.
024400*
024500*==============================================================
024600* 0000-MAINLINE
024700*==============================================================
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALISATION
025000         THRU 1000-INITIALISATION-EXIT.
025100*
025200     PERFORM 1500-LIRE-CREDENTIALS
025300         THRU 1500-LIRE-CREDENTIALS-EXIT.
025400*
025500     PERFORM 2000-CONNEXION
025600         THRU 2000-CONNEXION-EXIT.
025700*
025800     PERFORM 8800-JOURNAL-DEBUT
025900         THRU 8800-JOURNAL-DEBUT-EXIT.
026000*
026100     PERFORM 2100-CONTROLER-HABILITATION
026200         THRU 2100-CONTROLER-HABILITATION-EXIT.
026300*
026400     PERFORM 3000-OUVERTURE-CURSEUR
026500         THRU 3000-OUVERTURE-CURSEUR-EXIT.
026600*
026700     PERFORM 4000-FETCH-PERSONNE
026800         THRU 4000-FETCH-PERSONNE-EXIT.
026900*
027000     PERFORM 5000-TRAITER-PERSONNE
027100         THRU 5000-TRAITER-PERSONNE-EXIT
027200         UNTIL FIN-CURSEUR.
027300*
027400     PERFORM 5700-SOUS-TOTAL-VILLE
027500         THRU 5700-SOUS-TOTAL-VILLE-EXIT.
027600*
027700     PERFORM 6000-FERMETURE-CURSEUR
027800         THRU 6000-FERMETURE-CURSEUR-EXIT.
027900*
028000     PERFORM 7000-LIRE-PYRAMIDE
028100         THRU 7000-LIRE-PYRAMIDE-EXIT.
028200*
028300     PERFORM 8000-TOTAUX
028400         THRU 8000-TOTAUX-EXIT.
028500*
028600     PERFORM 8500-RECONCILIATION
028700         THRU 8500-RECONCILIATION-EXIT.
028800*
028900     GO TO 9999-FIN.
029000*
029100*==============================================================
029200* 1000-INITIALISATION - DECODE LE SEUIL D'AGE FACULTATIF, CALCULE
029300*     LE MOIS COURANT (AAAAMM, MOIS DE LA PYRAMIDE A RAPPROCHER),
029400*     OUVRE L'ETAT ET LE FICHIER D'APPEL ET EDITE LES ENTETES.
029500*==============================================================
029600 1000-INITIALISATION.
029700     MOVE SPACES TO WS-PARM-LINE.
029800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
029900*
030000     IF WS-PARM-LINE NOT = SPACES
030100         MOVE SPACES TO WS-SEL-CRITERE
030200         MOVE SPACES TO WS-SEL-VALEUR
030300         UNSTRING WS-PARM-LINE DELIMITED BY "="
030400             INTO WS-SEL-CRITERE
030500                  WS-SEL-VALEUR
030600         IF FUNCTION UPPER-CASE
030700             (FUNCTION TRIM(WS-SEL-CRITERE)) NOT = "AGE"
030800             OR FUNCTION TRIM(WS-SEL-VALEUR) IS NOT NUMERIC
030900             OR FUNCTION TRIM(WS-SEL-VALEUR) = ZEROS
031000             OR FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-VALEUR)) > 3
031100             DISPLAY "PERSCAN : parm inconnu (attendu "
031200                 "AGE=N) : " WS-PARM-LINE
031300             MOVE 16 TO RETURN-CODE
031400             GO TO 9999-FIN
031500         END-IF
031600         MOVE FUNCTION TRIM(WS-SEL-VALEUR) TO WS-SEUIL-AGE
031700         IF WS-SEUIL-AGE > 120
031800             DISPLAY "PERSCAN : seuil d'age hors limites (1 a "
031900                 "120) : " WS-PARM-LINE
032000             MOVE 16 TO RETURN-CODE
032100             GO TO 9999-FIN
032200         END-IF
032300     END-IF.
032400*
032500     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
032600     MOVE WS-DATE-SYSTEME(1:6) TO WS-MOIS-COURANT.
032700*
032800     OPEN OUTPUT CAN-FILE.
032900*
033000     IF NOT CAN-STATUT-OK
033100         DISPLAY "Erreur a l'ouverture de CANOUT, statut : "
033200             WS-CAN-STATUS
033300         MOVE 16 TO RETURN-CODE
033400         GO TO 9999-FIN
033500     END-IF.
033600*
033700     OPEN OUTPUT APP-FILE.
033800*
033900     IF NOT APP-STATUT-OK
034000         DISPLAY "Erreur a l'ouverture de CANAPP, statut : "
034100             WS-APP-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         GO TO 9999-FIN
034400     END-IF.
034500*
034600     MOVE WS-SEUIL-AGE TO WS-SEUIL-EDITE.
034700     MOVE SPACES TO WS-LIB-ENTETE.
034800     STRING "REGISTRE CANICULE - PERSONNES DE " DELIMITED BY SIZE
034900            WS-SEUIL-EDITE DELIMITED BY SIZE
035000            " ANS ET PLUS - MOIS : " DELIMITED BY SIZE
035100            WS-MOIS-COURANT DELIMITED BY SIZE
035200         INTO WS-LIB-ENTETE.
035300     MOVE WS-LIB-ENTETE TO WS-REPORT-LINE.
035400     PERFORM 6900-ECRIRE-LIGNE
035500         THRU 6900-ECRIRE-LIGNE-EXIT.
035600*
035700     MOVE "VISITE : SANS TELEPHONE, VISITE A DOMICILE - "
035800         TO WS-LIB-ENTETE.
035900     MOVE "PRIORITAIRE : PERSONNE SEULE A SON ADRESSE"
036000         TO WS-LIB-ENTETE(46:).
036100     MOVE WS-LIB-ENTETE TO WS-REPORT-LINE.
036200     PERFORM 6900-ECRIRE-LIGNE
036300         THRU 6900-ECRIRE-LIGNE-EXIT.
036400*
036500     MOVE SPACES TO WS-APPEL-LINE.
036600     MOVE "1" TO APP-E-TYPE.
036700     MOVE WS-DATE-SYSTEME TO APP-E-DATE.
036800     MOVE WS-SEUIL-AGE TO APP-E-SEUIL.
036900     MOVE WS-MOIS-COURANT TO APP-E-MOIS.
037000     PERFORM 6950-ECRIRE-APPEL
037100         THRU 6950-ECRIRE-APPEL-EXIT.
037200*
037300 1000-INITIALISATION-EXIT.
037400     EXIT.
037500*
037600*==============================================================
037700* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
037800*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
037900*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
038000*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
038100*==============================================================
038200 1500-LIRE-CREDENTIALS.
038300     MOVE SPACES TO USERNAME.
038400     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
038500     MOVE SPACES TO PASSWD.
038600     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
038700     MOVE SPACES TO DBNAME.
038800     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
038900*
039000     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
039100         DISPLAY "PERSCAN : identifiants de connexion "
039200             "incomplets - verifier PERS_DB_USER / "
039300             "PERS_DB_PASSWD / PERS_DB_NAME."
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-FIN
039600     END-IF.
039700*
039800 1500-LIRE-CREDENTIALS-EXIT.
039900     EXIT.
040000*
040100*==============================================================
040200* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
040300*==============================================================
040400 2000-CONNEXION.
040500     DISPLAY "Connexion a PostgreSQL...".
040600*
040700     EXEC SQL
040800         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
040900     END-EXEC.
041000*
041100     IF SQLCODE NOT = 0
041200         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
041300         MOVE 16 TO RETURN-CODE
041400         GO TO 9999-FIN
041500     END-IF.
041600*
041700     DISPLAY "Connexion reussie !".
041800     SET CONNEXION-OUVERTE TO TRUE.
041900*
042000 2000-CONNEXION-EXIT.
042100     EXIT.
042200*
042300*==============================================================
042400* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
042500*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
042600*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
042700*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
042800*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
042900*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
043000*==============================================================
043100 2100-CONTROLER-HABILITATION.
043200     MOVE "PERSCAN" TO HAB-PROGRAMME.
043300     MOVE SPACES TO HAB-MODE.
043400     MOVE ZEROS TO HAB-ID.
043500     SET HAB-REQUIS-AGENT TO TRUE.
043600*
043700     CALL "PERSHAB" USING HAB-CONTROLE.
043800*
043900     IF HAB-ERREUR-SQL
044000         EXEC SQL ROLLBACK END-EXEC
044100         DISPLAY "PERSCAN : controle d'habilitation en echec."
044200         MOVE 16 TO RETURN-CODE
044300         GO TO 9999-FIN
044400     END-IF.
044500*
044600     EXEC SQL COMMIT END-EXEC.
044700*
044800     IF HAB-REFUSE
044900         DISPLAY "PERSCAN : lancement refuse - " HAB-MOTIF
045000         DISPLAY "  Operateur : " HAB-UTILISATEUR
045100         MOVE 28 TO RETURN-CODE
045200         GO TO 9999-FIN
045300     END-IF.
045400*
045500 2100-CONTROLER-HABILITATION-EXIT.
045600     EXIT.
045700*
045800*==============================================================
045900* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR DE TOUTES
046000*     LES PERSONNES ACTIVES, NPAI COMPRIS (LA TRANCHE 75 ANS ET
046100*     PLUS EST RECOMPTEE SUR LA MEME POPULATION QUE LA PYRAMIDE DE
046200*     PERSSTA), DANS L'ORDRE DE L'ETAT : VILLE, RUE, NUMERO.
046300*==============================================================
046400 3000-OUVERTURE-CURSEUR.
046500     EXEC SQL
046600         DECLARE C-CANICULE CURSOR FOR
046700         SELECT id,
046800                COALESCE(nom, ''),
046900                COALESCE(prenom, ''),
047000                COALESCE(date_naissance, ''),
047100                COALESCE(adresse, ''),
047200                COALESCE(ville, ''),
047300                COALESCE(code_postal, ''),
047400                COALESCE(telephone, ''),
047500                COALESCE(npai, 'N')
047600         FROM personnes
047700         WHERE COALESCE(statut, 'A') = 'A'
047800         ORDER BY COALESCE(ville, ''),
047900                  adresse_voie(adresse),
048000                  adresse_numero(adresse),
048100                  id
048200     END-EXEC.
048300*
048400     EXEC SQL
048500         OPEN C-CANICULE
048600     END-EXEC.
048700*
048800     IF SQLCODE NOT = 0
048900         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
049000             SQLCODE
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 9999-FIN
049300     END-IF.
049400*
049500 3000-OUVERTURE-CURSEUR-EXIT.
049600     EXIT.
049700*
049800*==============================================================
049900* 4000-FETCH-PERSONNE - RAMENE LA PERSONNE SUIVANTE DU CURSEUR.
050000*     SQLCODE = 100 MARQUE LA FIN DE LA SELECTION.
050100*==============================================================
050200 4000-FETCH-PERSONNE.
050300     EXEC SQL
050400         FETCH C-CANICULE
050500         INTO :PERS-ID, :PERS-NOM, :PERS-PRENOM,
050600              :PERS-DATE-NAISSANCE, :PERS-ADRESSE, :PERS-VILLE,
050700              :PERS-CODE-POSTAL, :PERS-TELEPHONE, :WS-CAN-NPAI
050800     END-EXEC.
050900*
051000     EVALUATE SQLCODE
051100         WHEN 0
051200             ADD 1 TO WS-NB-LUES
051300         WHEN 100
051400             SET FIN-CURSEUR TO TRUE
051500         WHEN OTHER
051600             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
051700             MOVE 16 TO RETURN-CODE
051800             GO TO 9999-FIN
051900     END-EVALUATE.
052000*
052100 4000-FETCH-PERSONNE-EXIT.
052200     EXIT.
052300*
052400*==============================================================
052500* 4200-CALCULER-AGE - CALCULE L'AGE EN ANNEES REVOLUES DE LA
052600*     PERSONNE COURANTE (DATE JJ/MM/AAAA), AVEC LA REGLE DE LA
052700*     PYRAMIDE DES AGES DE PERSSTA ; UNE DATE ABSENTE, ILLISIBLE
052800*     OU FUTURE POSITIONNE LE TEMOIN AGE-INCONNU.
052900*==============================================================
053000 4200-CALCULER-AGE.
053100     MOVE "N" TO WS-AGE-INCONNU-SWITCH.
053200     MOVE ZEROS TO WS-AGE.
053300*
053400     IF PERS-DATE-NAISSANCE = SPACES
053500         OR PERS-DATE-NAISSANCE(3:1) NOT = "/"
053600         OR PERS-DATE-NAISSANCE(6:1) NOT = "/"
053700         OR PERS-DATE-NAISSANCE(1:2) IS NOT NUMERIC
053800         OR PERS-DATE-NAISSANCE(4:2) IS NOT NUMERIC
053900         OR PERS-DATE-NAISSANCE(7:4) IS NOT NUMERIC
054000         SET AGE-INCONNU TO TRUE
054100         GO TO 4200-CALCULER-AGE-EXIT
054200     END-IF.
054300*
054400     MOVE PERS-DATE-NAISSANCE(1:2) TO WS-NAISS-JOUR.
054500     MOVE PERS-DATE-NAISSANCE(4:2) TO WS-NAISS-MOIS.
054600     MOVE PERS-DATE-NAISSANCE(7:4) TO WS-NAISS-ANNEE.
054700*
054800     COMPUTE WS-AGE =
054900         WS-DS-SIECLE-ANNEE - WS-NAISS-ANNEE.
055000     IF WS-NAISS-MOIS > WS-DS-MOIS
055100         OR (WS-NAISS-MOIS = WS-DS-MOIS
055200             AND WS-NAISS-JOUR > WS-DS-JOUR)
055300         SUBTRACT 1 FROM WS-AGE
055400     END-IF.
055500*
055600     IF WS-AGE < 0
055700         SET AGE-INCONNU TO TRUE
055800     END-IF.
055900*
056000 4200-CALCULER-AGE-EXIT.
056100     EXIT.
056200*
056300*==============================================================
056400* 5000-TRAITER-PERSONNE - CALCULE L'AGE DE LA PERSONNE COURANTE,
056500*     LA COMPTE DANS LA TRANCHE 75 ANS ET PLUS LE CAS ECHEANT,
056600*     PUIS, SI ELLE ATTEINT LE SEUIL ET N'EST PAS NPAI, L'EDITE
056700*     (RUPTURE PAR VILLE) ET L'ECRIT DANS LE FICHIER D'APPEL.
056800*     ENCHAINE SUR LA SUIVANTE (LECTURE D'AVANCE CLASSIQUE).
056900*==============================================================
057000 5000-TRAITER-PERSONNE.
057100     PERFORM 4200-CALCULER-AGE
057200         THRU 4200-CALCULER-AGE-EXIT.
057300*
057400     IF AGE-INCONNU
057500         ADD 1 TO WS-NB-AGE-INCONNU
057600         GO TO 5000-TRAITER-PERSONNE-SUITE
057700     END-IF.
057800*
057900     IF WS-AGE NOT < 75
058000         ADD 1 TO WS-NB-75-PLUS
058100     END-IF.
058200*
058300     IF WS-AGE < WS-SEUIL-AGE
058400         GO TO 5000-TRAITER-PERSONNE-SUITE
058500     END-IF.
058600*
058700     ADD 1 TO WS-NB-A-SEUIL.
058800     IF WS-CAN-NPAI = "O"
058900         ADD 1 TO WS-NB-NPAI
059000         GO TO 5000-TRAITER-PERSONNE-SUITE
059100     END-IF.
059200*
059300     PERFORM 5300-COMPTER-COHABITANTS
059400         THRU 5300-COMPTER-COHABITANTS-EXIT.
059500*
059600     IF NOT GROUPE-OUVERT
059700         PERFORM 5600-ENTETE-VILLE
059800             THRU 5600-ENTETE-VILLE-EXIT
059900     ELSE
060000         IF PERS-VILLE NOT = WS-VILLE-PRECEDENTE
060100             PERFORM 5700-SOUS-TOTAL-VILLE
060200                 THRU 5700-SOUS-TOTAL-VILLE-EXIT
060300             PERFORM 5600-ENTETE-VILLE
060400                 THRU 5600-ENTETE-VILLE-EXIT
060500         END-IF
060600     END-IF.
060700*
060800     ADD 1 TO WS-NB-RETENUES.
060900     ADD 1 TO WS-NB-VILLE.
061000*
061100     MOVE SPACES TO WS-REPORT-LINE.
061200     MOVE SPACES TO WS-APPEL-LINE.
061300     MOVE "2" TO APP-D-TYPE.
061400     MOVE "N" TO APP-D-VISITE.
061500     MOVE "N" TO APP-D-PRIORITAIRE.
061600*
061700     IF PERS-TELEPHONE = SPACES
061800         ADD 1 TO WS-NB-VISITES
061900         MOVE "VISITE" TO RPT-D-VISITE
062000         MOVE "O" TO APP-D-VISITE
062100     END-IF.
062200*
062300     IF WS-NB-COHABITANTS = ZEROS
062400         ADD 1 TO WS-NB-PRIORITAIRES
062500         MOVE "PRIORITAIRE" TO RPT-D-PRIORITE
062600         MOVE "O" TO APP-D-PRIORITAIRE
062700     END-IF.
062800*
062900     MOVE PERS-ID TO RPT-D-ID.
063000     MOVE PERS-NOM TO RPT-D-NOM.
063100     MOVE PERS-PRENOM TO RPT-D-PRENOM.
063200     MOVE WS-AGE TO RPT-D-AGE.
063300     MOVE PERS-ADRESSE TO RPT-D-ADRESSE.
063400     MOVE PERS-CODE-POSTAL TO RPT-D-CODE-POSTAL.
063500     MOVE PERS-TELEPHONE TO RPT-D-TELEPHONE.
063600     PERFORM 6900-ECRIRE-LIGNE
063700         THRU 6900-ECRIRE-LIGNE-EXIT.
063800*
063900     MOVE PERS-ID TO APP-D-ID.
064000     MOVE PERS-NOM TO APP-D-NOM.
064100     MOVE PERS-PRENOM TO APP-D-PRENOM.
064200     MOVE PERS-DATE-NAISSANCE TO APP-D-DATE-NAISSANCE.
064300     MOVE WS-AGE TO APP-D-AGE.
064400     MOVE PERS-ADRESSE TO APP-D-ADRESSE.
064500     MOVE PERS-CODE-POSTAL TO APP-D-CODE-POSTAL.
064600     MOVE PERS-VILLE TO APP-D-VILLE.
064700     MOVE PERS-TELEPHONE TO APP-D-TELEPHONE.
064800     PERFORM 6950-ECRIRE-APPEL
064900         THRU 6950-ECRIRE-APPEL-EXIT.
065000*
065100 5000-TRAITER-PERSONNE-SUITE.
065200     PERFORM 4000-FETCH-PERSONNE
065300         THRU 4000-FETCH-PERSONNE-EXIT.
065400*
065500 5000-TRAITER-PERSONNE-EXIT.
065600     EXIT.
065700*
065800*==============================================================
065900* 5300-COMPTER-COHABITANTS - COMPTE LES AUTRES PERSONNES ACTIVES A
066000*     LA MEME ADRESSE : MEMBRES DES FOYERS QUI PARTAGENT LA CLE
066100*     D'ADRESSE DU FOYER DE LA PERSONNE (UN FOYER SCINDE A LA MAIN
066200*     N'ISOLE PAS SES MEMBRES DE L'ADRESSE). UNE PERSONNE SANS
066300*     FOYER (SANS ADRESSE, OU EN ATTENTE DU RECALCUL PERSFOY) EST
066400*     COMPTEE SEULE, DONC PRIORITAIRE.
066500*==============================================================
066600 5300-COMPTER-COHABITANTS.
066700     MOVE ZEROS TO WS-NB-COHABITANTS.
066800*
066900     EXEC SQL
067000         SELECT COUNT(*) INTO :WS-NB-COHABITANTS
067100         FROM personnes p2, foyers f2
067200         WHERE f2.foyer_id = p2.foyer_id
067300           AND p2.id <> :PERS-ID
067400           AND COALESCE(p2.statut, 'A') = 'A'
067500           AND f2.cle =
067600               (SELECT f.cle
067700                FROM personnes p, foyers f
067800                WHERE f.foyer_id = p.foyer_id
067900                  AND p.id = :PERS-ID)
068000     END-EXEC.
068100*
068200     IF SQLCODE NOT = 0
068300         DISPLAY "Erreur au comptage des cohabitants SQLCODE: "
068400             SQLCODE
068500         MOVE 16 TO RETURN-CODE
068600         GO TO 9999-FIN
068700     END-IF.
068800*
068900 5300-COMPTER-COHABITANTS-EXIT.
069000     EXIT.
069100*
069200*==============================================================
069300* 5600-ENTETE-VILLE - OUVRE UN GROUPE DE VILLE : LIGNE BLANCHE
069400*     PUIS LIGNE "VILLE : ..." ; REMET LE COMPTEUR DU GROUPE A
069500*     ZERO.
069600*==============================================================
069700 5600-ENTETE-VILLE.
069800     MOVE SPACES TO WS-REPORT-LINE.
069900     PERFORM 6900-ECRIRE-LIGNE
070000         THRU 6900-ECRIRE-LIGNE-EXIT.
070100*
070200     MOVE "VILLE : " TO RPT-V-LIBELLE.
070300     IF PERS-VILLE = SPACES
070400         MOVE "(SANS VILLE)" TO RPT-V-VILLE
070500     ELSE
070600         MOVE PERS-VILLE TO RPT-V-VILLE
070700     END-IF.
070800     PERFORM 6900-ECRIRE-LIGNE
070900         THRU 6900-ECRIRE-LIGNE-EXIT.
071000*
071100     MOVE PERS-VILLE TO WS-VILLE-PRECEDENTE.
071200     MOVE ZEROS TO WS-NB-VILLE.
071300     SET GROUPE-OUVERT TO TRUE.
071400*
071500 5600-ENTETE-VILLE-EXIT.
071600     EXIT.
071700*
071800*==============================================================
071900* 5700-SOUS-TOTAL-VILLE - EDITE LE SOUS-TOTAL DU GROUPE DE VILLE
072000*     QUI S'ACHEVE. APPELE SUR RUPTURE ET EN FIN DE PARCOURS ;
072100*     SANS GROUPE OUVERT (REGISTRE VIDE), NE FAIT RIEN.
072200*==============================================================
072300 5700-SOUS-TOTAL-VILLE.
072400     IF NOT GROUPE-OUVERT
072500         GO TO 5700-SOUS-TOTAL-VILLE-EXIT
072600     END-IF.
072700*
072800     MOVE SPACES TO WS-REPORT-LINE.
072900     MOVE "TOTAL VILLE" TO RPT-T-LIBELLE.
073000     MOVE WS-VILLE-PRECEDENTE(1:40) TO RPT-T-VILLE.
073100     MOVE " : " TO RPT-T-DEUX-POINTS.
073200     MOVE WS-NB-VILLE TO RPT-T-NB.
073300     PERFORM 6900-ECRIRE-LIGNE
073400         THRU 6900-ECRIRE-LIGNE-EXIT.
073500*
073600 5700-SOUS-TOTAL-VILLE-EXIT.
073700     EXIT.
073800*
073900*==============================================================
074000* 6000-FERMETURE-CURSEUR - FERME LE CURSEUR.
074100*==============================================================
074200 6000-FERMETURE-CURSEUR.
074300     EXEC SQL
074400         CLOSE C-CANICULE
074500     END-EXEC.
074600*
074700 6000-FERMETURE-CURSEUR-EXIT.
074800     EXIT.
074900*
075000*==============================================================
075100* 6900-ECRIRE-LIGNE - EDITE DANS CANOUT LA LIGNE PREPAREE DANS
075200*     WS-REPORT-LINE PAR L'APPELANT.
075300*==============================================================
075400 6900-ECRIRE-LIGNE.
075500     MOVE WS-REPORT-LINE TO CAN-RECORD.
075600     WRITE CAN-RECORD.
075700*
075800     IF NOT CAN-STATUT-OK
075900         DISPLAY "Erreur a l'ecriture CANOUT, statut : "
076000             WS-CAN-STATUS
076100         MOVE 16 TO RETURN-CODE
076200         GO TO 9999-FIN
076300     END-IF.
076400*
076500     MOVE SPACES TO WS-REPORT-LINE.
076600*
076700 6900-ECRIRE-LIGNE-EXIT.
076800     EXIT.
076900*
077000*==============================================================
077100* 6950-ECRIRE-APPEL - ECRIT DANS CANAPP L'ENREGISTREMENT PREPARE
077200*     DANS WS-APPEL-LINE PAR L'APPELANT.
077300*==============================================================
077400 6950-ECRIRE-APPEL.
077500     MOVE WS-APPEL-LINE TO APP-RECORD.
077600     WRITE APP-RECORD.
077700*
077800     IF NOT APP-STATUT-OK
077900         DISPLAY "Erreur a l'ecriture CANAPP, statut : "
078000             WS-APP-STATUS
078100         MOVE 16 TO RETURN-CODE
078200         GO TO 9999-FIN
078300     END-IF.
078400*
078500 6950-ECRIRE-APPEL-EXIT.
078600     EXIT.
078700*
078800*==============================================================
078900* 7000-LIRE-PYRAMIDE - RELIT LA TRANCHE 75 ANS ET PLUS DE LA
079000*     PYRAMIDE DES AGES PHOTOGRAPHIEE PAR PERSSTA POUR LE MOIS
079100*     COURANT. ABSENTE (PERSSTA PAS ENCORE PASSE CE MOIS), LE
079200*     TEMOIN EST POSITIONNE ET LA VALEUR RESTE A ZERO.
079300*==============================================================
079400 7000-LIRE-PYRAMIDE.
079500     MOVE ZEROS TO WS-NB-PYRAMIDE.
079600*
079700     EXEC SQL
079800         SELECT valeur INTO :WS-NB-PYRAMIDE
079900         FROM stats_mensuelles
080000         WHERE mois = :WS-MOIS-COURANT
080100           AND rubrique = 'AGE:75+'
080200     END-EXEC.
080300*
080400     EVALUATE SQLCODE
080500         WHEN 0
080600             CONTINUE
080700         WHEN 100
080800             SET PYRAMIDE-ABSENTE TO TRUE
080900         WHEN OTHER
081000             DISPLAY "Erreur SQL sur la pyramide des ages "
081100                 "SQLCODE: " SQLCODE
081200             MOVE 16 TO RETURN-CODE
081300             GO TO 9999-FIN
081400     END-EVALUATE.
081500*
081600 7000-LIRE-PYRAMIDE-EXIT.
081700     EXIT.
081800*
081900*==============================================================
082000* 8000-TOTAUX - EDITE LE RECAPITULATIF EN FIN D'ETAT, ECRIT LA
082100*     FIN (TYPE 9) DU FICHIER D'APPEL ET FERME LES DEUX FICHIERS.
082200*     RETENUES + ECARTEES NPAI = PERSONNES AU SEUIL ; LA TRANCHE
082300*     75 ANS ET PLUS RECOMPTEE SE LIT EN FACE DE CELLE DE PERSSTA.
082400*==============================================================
082500 8000-TOTAUX.
082600     MOVE SPACES TO WS-REPORT-LINE.
082700     PERFORM 6900-ECRIRE-LIGNE
082800         THRU 6900-ECRIRE-LIGNE-EXIT.
082900*
083000     MOVE "PERSONNES ACTIVES EXAMINEES" TO RPT-R-LIBELLE.
083100     MOVE WS-NB-LUES TO RPT-R-NB.
083200     PERFORM 6900-ECRIRE-LIGNE
083300         THRU 6900-ECRIRE-LIGNE-EXIT.
083400*
083500     MOVE "DONT AGE INCONNU (DATE ILLISIBLE)" TO RPT-R-LIBELLE.
083600     MOVE WS-NB-AGE-INCONNU TO RPT-R-NB.
083700     PERFORM 6900-ECRIRE-LIGNE
083800         THRU 6900-ECRIRE-LIGNE-EXIT.
083900*
084000     MOVE "PERSONNES AU SEUIL D'AGE" TO RPT-R-LIBELLE.
084100     MOVE WS-NB-A-SEUIL TO RPT-R-NB.
084200     PERFORM 6900-ECRIRE-LIGNE
084300         THRU 6900-ECRIRE-LIGNE-EXIT.
084400*
084500     MOVE "  DONT ECARTEES NPAI" TO RPT-R-LIBELLE.
084600     MOVE WS-NB-NPAI TO RPT-R-NB.
084700     PERFORM 6900-ECRIRE-LIGNE
084800         THRU 6900-ECRIRE-LIGNE-EXIT.
084900*
085000     MOVE "  DONT RETENUES AU REGISTRE" TO RPT-R-LIBELLE.
085100     MOVE WS-NB-RETENUES TO RPT-R-NB.
085200     PERFORM 6900-ECRIRE-LIGNE
085300         THRU 6900-ECRIRE-LIGNE-EXIT.
085400*
085500     MOVE "    DONT VISITE A DOMICILE (SANS TELEPHONE)"
085600         TO RPT-R-LIBELLE.
085700     MOVE WS-NB-VISITES TO RPT-R-NB.
085800     PERFORM 6900-ECRIRE-LIGNE
085900         THRU 6900-ECRIRE-LIGNE-EXIT.
086000*
086100     MOVE "    DONT PRIORITAIRES (SEULES A L'ADRESSE)"
086200         TO RPT-R-LIBELLE.
086300     MOVE WS-NB-PRIORITAIRES TO RPT-R-NB.
086400     PERFORM 6900-ECRIRE-LIGNE
086500         THRU 6900-ECRIRE-LIGNE-EXIT.
086600*
086700     MOVE "TRANCHE 75 ANS ET PLUS RECOMPTEE" TO RPT-R-LIBELLE.
086800     MOVE WS-NB-75-PLUS TO RPT-R-NB.
086900     PERFORM 6900-ECRIRE-LIGNE
087000         THRU 6900-ECRIRE-LIGNE-EXIT.
087100*
087200     MOVE "TRANCHE 75 ANS ET PLUS PYRAMIDE PERSSTA"
087300         TO RPT-R-LIBELLE.
087400     MOVE WS-NB-PYRAMIDE TO RPT-R-NB.
087500     EVALUATE TRUE
087600         WHEN PYRAMIDE-ABSENTE
087700             MOVE "<== PYRAMIDE DU MOIS ABSENTE" TO RPT-R-MARQUE
087800         WHEN WS-NB-PYRAMIDE NOT = WS-NB-75-PLUS
087900             MOVE "<== ECART DE RECONCILIATION" TO RPT-R-MARQUE
088000         WHEN OTHER
088100             MOVE "CONCORDANT" TO RPT-R-MARQUE
088200     END-EVALUATE.
088300     PERFORM 6900-ECRIRE-LIGNE
088400         THRU 6900-ECRIRE-LIGNE-EXIT.
088500*
088600     MOVE SPACES TO WS-APPEL-LINE.
088700     MOVE "9" TO APP-F-TYPE.
088800     MOVE WS-NB-RETENUES TO APP-F-NB-DETAILS.
088900     MOVE WS-NB-VISITES TO APP-F-NB-VISITES.
089000     MOVE WS-NB-PRIORITAIRES TO APP-F-NB-PRIORITAIRES.
089100     MOVE WS-NB-NPAI TO APP-F-NB-NPAI.
089200     MOVE WS-NB-75-PLUS TO APP-F-NB-75-PLUS.
089300     MOVE WS-NB-PYRAMIDE TO APP-F-NB-PYRAMIDE.
089400     PERFORM 6950-ECRIRE-APPEL
089500         THRU 6950-ECRIRE-APPEL-EXIT.
089600*
089700     CLOSE CAN-FILE.
089800*
089900     IF NOT CAN-STATUT-OK
090000         DISPLAY "Erreur a la fermeture de CANOUT, statut : "
090100             WS-CAN-STATUS
090200         MOVE 16 TO RETURN-CODE
090300         GO TO 9999-FIN
090400     END-IF.
090500*
090600     CLOSE APP-FILE.
090700*
090800     IF NOT APP-STATUT-OK
090900         DISPLAY "Erreur a la fermeture de CANAPP, statut : "
091000             WS-APP-STATUS
091100         MOVE 16 TO RETURN-CODE
091200         GO TO 9999-FIN
091300     END-IF.
091400*
091500     DISPLAY "PERSCAN - personnes examinees   : " WS-NB-LUES.
091600     DISPLAY "PERSCAN - retenues au registre  : " WS-NB-RETENUES.
091700     DISPLAY "PERSCAN - visites a domicile    : " WS-NB-VISITES.
091800     DISPLAY "PERSCAN - prioritaires          : "
091900         WS-NB-PRIORITAIRES.
092000     DISPLAY "PERSCAN - ecartees NPAI         : " WS-NB-NPAI.
092100     MOVE 0 TO RETURN-CODE.
092200*
092300 8000-TOTAUX-EXIT.
092400     EXIT.
092500*
092600*==============================================================
092700* 8500-RECONCILIATION - RAPPROCHE LA TRANCHE 75 ANS ET PLUS
092800*     RECOMPTEE PAR LE PASSAGE DE CELLE DE LA PYRAMIDE DU MOIS
092900*     (PERSSTA). TOUT ECART SORT EN CODE RETOUR 20 (MOUVEMENTS
093000*     DEPUIS LE PASSAGE DE PERSSTA, OU DATES DE NAISSANCE LUES
093100*     DIFFEREMMENT) ; UNE PYRAMIDE ABSENTE SORT EN CODE RETOUR 4,
093200*     LE REGISTRE RESTANT UTILISABLE.
093300*==============================================================
093400 8500-RECONCILIATION.
093500     IF PYRAMIDE-ABSENTE
093600         DISPLAY "ATTENTION - PYRAMIDE DES AGES DU MOIS "
093700             WS-MOIS-COURANT " ABSENTE (PASSER PERSSTA)"
093800         MOVE 4 TO RETURN-CODE
093900         GO TO 8500-RECONCILIATION-EXIT
094000     END-IF.
094100*
094200     IF WS-NB-75-PLUS NOT = WS-NB-PYRAMIDE
094300         DISPLAY "ATTENTION - ECART DE RECONCILIATION"
094400         DISPLAY "  Pyramide PERSSTA (AGE:75+)  : " WS-NB-PYRAMIDE
094500         DISPLAY "  Recomptee (75 ans et plus)  : " WS-NB-75-PLUS
094600         MOVE 20 TO RETURN-CODE
094700     END-IF.
094800*
094900 8500-RECONCILIATION-EXIT.
095000     EXIT.
095100*
095200*==============================================================
095300* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
095400*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
095500*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
095600*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
095700*==============================================================
095800 8800-JOURNAL-DEBUT.
095900     MOVE "PERSCAN" TO JRN-PROGRAMME.
096000     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
096100     ACCEPT WS-JRN-HEURE FROM TIME.
096200*
096300     MOVE SPACES TO JRN-DEBUT.
096400     STRING WS-JRN-DATE(1:4) "-"
096500            WS-JRN-DATE(5:2) "-"
096600            WS-JRN-DATE(7:2) " "
096700            WS-JRN-HEURE(1:2) ":"
096800            WS-JRN-HEURE(3:2) ":"
096900            WS-JRN-HEURE(5:2)
097000         DELIMITED BY SIZE INTO JRN-DEBUT.
097100*
097200     SET JRN-PASSAGE-NORMAL TO TRUE.
097300*
097400     EXEC SQL
097500         INSERT INTO journal_batch (programme, debut, reprise)
097600         VALUES (:JRN-PROGRAMME,
097700                 TO_TIMESTAMP(:JRN-DEBUT,
097800                              'YYYY-MM-DD HH24:MI:SS'),
097900                 :JRN-REPRISE)
098000     END-EXEC.
098100*
098200     IF SQLCODE NOT = 0
098300         EXEC SQL ROLLBACK END-EXEC
098400         DISPLAY "Avertissement - journal des passages non "
098500             "ecrit, SQLCODE: " SQLCODE
098600     ELSE
098700         EXEC SQL COMMIT END-EXEC
098800         SET JOURNAL-OUVERT TO TRUE
098900     END-IF.
099000*
099100 8800-JOURNAL-DEBUT-EXIT.
099200     EXIT.
099300*
099400*==============================================================
099500* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
099600*     (FIN, PERSONNES AU SEUIL EN ATTENDU, RETENUES AU REGISTRE EN
099700*     TRAITE, CODE RETOUR). APPELE EN 9999-FIN QUELLE QUE SOIT
099800*     L'ISSUE DU PASSAGE.
099900*==============================================================
100000 8900-JOURNAL-FIN.
100100     IF NOT JOURNAL-OUVERT
100200         GO TO 8900-JOURNAL-FIN-EXIT
100300     END-IF.
100400*
100500     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
100600     MOVE WS-NB-A-SEUIL TO JRN-NB-ATTENDU.
100700     MOVE WS-NB-RETENUES TO JRN-NB-TRAITE.
100800*
100900     EXEC SQL
101000         UPDATE journal_batch
101100         SET fin = CURRENT_TIMESTAMP,
101200             nb_attendu = :JRN-NB-ATTENDU,
101300             nb_traite = :JRN-NB-TRAITE,
101400             code_retour = :JRN-CODE-RETOUR
101500         WHERE programme = :JRN-PROGRAMME
101600           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
101700                                    'YYYY-MM-DD HH24:MI:SS')
101800     END-EXEC.
101900*
102000     IF SQLCODE NOT = 0
102100         EXEC SQL ROLLBACK END-EXEC
102200         DISPLAY "Avertissement - journal des passages non "
102300             "complete, SQLCODE: " SQLCODE
102400     ELSE
102500         EXEC SQL COMMIT END-EXEC
102600     END-IF.
102700*
102800 8900-JOURNAL-FIN-EXIT.
102900     EXIT.
103000*
103100*==============================================================
103200* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
103300*==============================================================
103400 9999-FIN.
103500     IF CONNEXION-OUVERTE
103600         PERFORM 8900-JOURNAL-FIN
103700             THRU 8900-JOURNAL-FIN-EXIT
103800     END-IF.
103900     IF CONNEXION-OUVERTE
104000         DISPLAY "Deconnexion reussie."
104100     END-IF.
104200     STOP RUN.
