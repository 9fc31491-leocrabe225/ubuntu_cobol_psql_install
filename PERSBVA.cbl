000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSBVA.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - AFFECTATION DES PERSONNES
001000*                    AUX BUREAUX DE VOTE POUR LE SERVICE DES
001100*                    ELECTIONS. TOUTE LA TABLE PERSONNES EST
001200*                    REPASSEE, UNE UNITE DE TRAVAIL PAR PERSONNE :
001300*                    CHAQUE PERSONNE ACTIVE MAJEURE (18 ANS
001400*                    REVOLUS, AGE CALCULE SUR DATE_NAISSANCE COMME
001500*                    DANS LA PYRAMIDE DES AGES DE PERSSTA) EST
001600*                    PLACEE DANS LE BUREAU DU TRONCON DE VOIE QUI
001700*                    COUVRE SON ADRESSE ET SON CODE POSTAL
001800*                    (REFERENTIEL BUREAUX_TRONCONS TENU PAR
001900*                    PERSBVM, SCRIPT BUREAUX_VOTE.SQL), ET LE
002000*                    BUREAU EST PORTE DANS PERSONNES.BUREAU_VOTE ;
002100*                    LES AUTRES PERSONNES N'ONT PAS DE BUREAU. LES
002200*                    ADRESSES QUE LE PASSAGE N'A PU PLACER (AUCUN
002300*                    TRONCON, TRONCONS DE BUREAUX DIFFERENTS,
002400*                    ADRESSE ABSENTE, DATE DE NAISSANCE ILLISIBLE)
002500*                    SONT LISTEES DANS L'ETAT BVAOUT AVEC LEUR
002600*                    MOTIF. L'ETAT DONNE ENSUITE LE NOMBRE
002700*                    D'ELECTEURS PAR BUREAU AVEC L'EVOLUTION SUR
002800*                    LE MOIS PRECEDENT, COMME PERSSTA
002900*                    (PHOTOGRAPHIE DANS STATS_MENSUELLES,
003000*                    RUBRIQUES BUREAU:), ET MARQUE LES BUREAUX
003100*                    AU-DELA DU PLAFOND LEGAL (PARM PLAFOND=N
003200*                    FACULTATIF, 1000 PAR DEFAUT)
003300*                    POUR QUE LE DECOUPAGE SOIT REVU AVANT LE
003400*                    SCRUTIN. ADRESSES NON PLACEES, BUREAUX
003500*                    AU-DELA DU PLAFOND OU ECHECS DE MISE A JOUR
003600*                    SORTENT EN CODE RETOUR 4. CONTROLE
003700*                    D'HABILITATION AU DEMARRAGE (PERSHAB) : ROLE
003800*                    AGENT REQUIS.
003900*--------------------------------------------------------------
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BVA-FILE         ASSIGN TO "BVAOUT"
004500                             ORGANIZATION LINE SEQUENTIAL
004600                             FILE STATUS IS WS-BVA-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BVA-FILE
005100     RECORDING MODE IS F.
005200 01  BVA-RECORD                  PIC X(132).
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600*--------------------------------------------------------------
005700* VUES ALTERNATIVES DE LA LIGNE EDITEE (ADRESSE NON PLACEE /
005800* BUREAU / RECAPITULATIF). LA LIGNE DE BUREAU PORTE LE NOMBRE
005900* D'ELECTEURS DU MOIS, L'EVOLUTION PAR RAPPORT AU MOIS PRECEDENT
006000* ET UNE ZONE DE MARQUAGE (AU-DELA DU PLAFOND, PAS DE MOIS
006100* PRECEDENT).
006200*--------------------------------------------------------------
006300 01  WS-REPORT-LINE              PIC X(132).
006400*
006500 01  WS-NON-PLACEE-VIEW REDEFINES WS-REPORT-LINE.
006600     05  RPT-N-ID                PIC Z(8)9.
006700     05  FILLER                  PIC X(01).
006800     05  RPT-N-NOM               PIC X(20).
006900     05  FILLER                  PIC X(01).
007000     05  RPT-N-PRENOM            PIC X(15).
007100     05  FILLER                  PIC X(01).
007200     05  RPT-N-ADRESSE           PIC X(40).
007300     05  FILLER                  PIC X(01).
007400     05  RPT-N-CODE-POSTAL       PIC X(05).
007500     05  FILLER                  PIC X(01).
007600     05  RPT-N-MOTIF             PIC X(38).
007700*
007800 01  WS-DETAIL-VIEW REDEFINES WS-REPORT-LINE.
007900     05  RPT-D-LIBELLE           PIC X(40).
008000     05  FILLER                  PIC X(02).
008100     05  RPT-D-VALEUR            PIC ZZZ,ZZZ,ZZ9.
008200     05  FILLER                  PIC X(02).
008300     05  RPT-D-EVOL-LIBELLE      PIC X(07).
008400     05  RPT-D-EVOL              PIC +ZZZ,ZZZ,ZZ9.
008500     05  FILLER                  PIC X(02).
008600     05  RPT-D-MARQUE            PIC X(25).
008700     05  FILLER                  PIC X(31).
008800*
008900 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
009000     05  RPT-R-LIBELLE           PIC X(44).
009100     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
009200     05  FILLER                  PIC X(02).
009300     05  RPT-R-MARQUE            PIC X(40).
009400     05  FILLER                  PIC X(35).
009500*
009600*--------------------------------------------------------------
009700* ZONE DE PARAMETRAGE DU PASSAGE.
009800*     PARM FACULTATIF :  PLAFOND=<N>  (NOMBRE D'ELECTEURS AU-DELA
009900*     DUQUEL UN BUREAU EST MARQUE ; 1000 PAR DEFAUT)
010000*--------------------------------------------------------------
010100 01  WS-PARM-LINE                PIC X(80).
010200 01  WS-SEL-CRITERE              PIC X(10).
010300 01  WS-SEL-VALEUR               PIC X(30).
010400 01  WS-PLAFOND                  PIC 9(05)   VALUE 1000.
010500*
010600*--------------------------------------------------------------
010700* ZONE DE TRAVAIL DU PASSAGE.
010800*--------------------------------------------------------------
010900 01  WS-BVA-STATUS               PIC X(02).
011000     88  BVA-STATUT-OK                        VALUE "00".
011100*
011200 01  WS-DATE-SYSTEME             PIC 9(08).
011300 01  WS-DATE-SYSTEME-VUE REDEFINES WS-DATE-SYSTEME.
011400     05  WS-DS-SIECLE-ANNEE      PIC 9(04).
011500     05  WS-DS-MOIS              PIC 9(02).
011600     05  WS-DS-JOUR              PIC 9(02).
011700 01  WS-ANNEE-PREC               PIC 9(04).
011800 01  WS-MOIS-PREC-NUM            PIC 9(02).
011900*
012000 01  WS-NB-EXAMINEES             PIC 9(09)   VALUE ZEROS.
012100 01  WS-NB-A-PLACER              PIC 9(09)   VALUE ZEROS.
012200 01  WS-NB-PLACEES               PIC 9(09)   VALUE ZEROS.
012300 01  WS-NB-NON-PLACEES           PIC 9(09)   VALUE ZEROS.
012400 01  WS-NB-AGE-INCONNU           PIC 9(09)   VALUE ZEROS.
012500 01  WS-NB-MISES-A-JOUR          PIC 9(09)   VALUE ZEROS.
012600 01  WS-NB-ECHECS                PIC 9(09)   VALUE ZEROS.
012700 01  WS-NB-BUREAUX               PIC 9(09)   VALUE ZEROS.
012800 01  WS-NB-AU-DELA               PIC 9(09)   VALUE ZEROS.
012900 01  WS-NB-ELECTEURS             PIC 9(09)   VALUE ZEROS.
013000*
013100 01  WS-MOTIF-NON-PLACEE         PIC X(38).
013200 01  WS-LIB-ENTETE               PIC X(132).
013300 01  WS-LIB-EDIT                 PIC X(40).
013400 01  WS-PLAFOND-EDITE            PIC ZZZZ9.
013500 01  WS-BUREAU-RUBRIQUE          PIC 9(04).
013600 01  WS-EVOLUTION                PIC S9(09)  VALUE ZEROS.
013700*
013800*--------------------------------------------------------------
013900* ZONE DE TRAVAIL DU CALCUL DE L'AGE (MEME REGLE QUE LA PYRAMIDE
014000* DES AGES DE PERSSTA) : ANNEES REVOLUES SUR LA DATE JJ/MM/AAAA ;
014100* UNE DATE ABSENTE, ILLISIBLE OU FUTURE DONNE UN AGE INCONNU.
014200*--------------------------------------------------------------
014300 01  WS-AGE                     PIC S9(04).
014400 01  WS-NAISS-JOUR              PIC 9(02).
014500 01  WS-NAISS-MOIS              PIC 9(02).
014600 01  WS-NAISS-ANNEE             PIC 9(04).
014700*
014800 77  WS-AGE-INCONNU-SWITCH       PIC X(01).
014900     88  AGE-INCONNU                         VALUE "Y".
015000*
015100 77  WS-CONTROLE-PLAFOND-SWITCH  PIC X(01)   VALUE "N".
015200     88  CONTROLE-PLAFOND                    VALUE "Y".
015300*
015400 77  WS-PREC-ABSENT-SWITCH       PIC X(01).
015500     88  PRECEDENT-ABSENT                    VALUE "Y".
015600*
015700 77  WS-FIN-SELECTION-SWITCH     PIC X(01)   VALUE "N".
015800     88  FIN-SELECTION                       VALUE "Y".
015900*
016000 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
016100     88  FIN-CURSEUR                         VALUE "Y".
016200*
016300 77  WS-FIN-DISPARUS-SWITCH      PIC X(01)   VALUE "N".
016400     88  FIN-DISPARUS                        VALUE "Y".
016500*
016600 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
016700     88  CONNEXION-OUVERTE                   VALUE "Y".
016800*
016900*--------------------------------------------------------------
017000* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
017100*--------------------------------------------------------------
017200 01  WS-JRN-DATE                 PIC 9(08).
017300 01  WS-JRN-HEURE                PIC 9(08).
017400*
017500 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
017600     88  JOURNAL-OUVERT                      VALUE "Y".
017700*
017800*--------------------------------------------------------------
017900* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
018000* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
018100* HOTE.
018200*--------------------------------------------------------------
018300     COPY PERSHABC.
018400*
018500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
018600     COPY PERSREC.
018700     COPY PERSJRN.
018800 01  WS-ID-DERNIER               PIC 9(09)   VALUE ZEROS.
018900 01  WS-PERS-STATUT              PIC X(01).
019000 01  WS-BUREAU-ACTUEL            PIC 9(04).
019100 01  WS-BUREAU-NOUVEAU           PIC 9(04).
019200 01  WS-BUREAU-TROUVE            PIC 9(04).
019300 01  WS-NB-BUREAUX-TROUVES       PIC 9(09).
019400 01  WS-MOIS-COURANT             PIC X(06).
019500 01  WS-MOIS-PREC                PIC X(06).
019600 01  WS-RUBRIQUE                 PIC X(110).
019700 01  WS-VALEUR                   PIC 9(09).
019800 01  WS-VALEUR-PREC              PIC 9(09).
019900 01  WS-STA-BUREAU               PIC 9(04).
020000 01  WS-STA-NB                   PIC 9(09).
020100 01  USERNAME                    PIC X(30).
020200 01  PASSWD                      PIC X(30).
020300 01  DBNAME                      PIC X(10).
020400 EXEC SQL END DECLARE SECTION END-EXEC.
020500*
020600 EXEC SQL INCLUDE SQLCA END-EXEC.
020700*
020800 PROCEDURE DIVISION.
020900*
021000*==============================================================
021100* 0000-MAINLINE
021200*==============================================================
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALISATION
021500         THRU 1000-INITIALISATION-EXIT.
021600*
021700     PERFORM 1500-LIRE-CREDENTIALS
021800         THRU 1500-LIRE-CREDENTIALS-EXIT.
021900*
022000     PERFORM 2000-CONNEXION
022100         THRU 2000-CONNEXION-EXIT.
022200*
022300     PERFORM 8800-JOURNAL-DEBUT
022400         THRU 8800-JOURNAL-DEBUT-EXIT.
022500*
022600     PERFORM 2100-CONTROLER-HABILITATION
022700         THRU 2100-CONTROLER-HABILITATION-EXIT.
022800*
022900     PERFORM 3000-AFFECTER-BUREAUX
023000         THRU 3000-AFFECTER-BUREAUX-EXIT.
023100*
023200     PERFORM 5000-ELECTEURS-PAR-BUREAU
023300         THRU 5000-ELECTEURS-PAR-BUREAU-EXIT.
023400*
023500     PERFORM 8000-TOTAUX
023600         THRU 8000-TOTAUX-EXIT.
023700*
023800     GO TO 9999-FIN.
023900*
024000*==============================================================
024100* 1000-INITIALISATION - DECODE LE PLAFOND FACULTATIF, CALCULE LE
024200*     MOIS COURANT ET LE MOIS PRECEDENT (AAAAMM), OUVRE L'ETAT ET
024300*     EDITE L'ENTETE PUIS CELLE DE LA LISTE DES ADRESSES NON
024400*     PLACEES.
024500*==============================================================
024600 1000-INITIALISATION.
024700     MOVE SPACES TO WS-PARM-LINE.
024800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
024900*
025000     IF WS-PARM-LINE NOT = SPACES
025100         MOVE SPACES TO WS-SEL-CRITERE
025200         MOVE SPACES TO WS-SEL-VALEUR
025300         UNSTRING WS-PARM-LINE DELIMITED BY "="
025400             INTO WS-SEL-CRITERE
025500                  WS-SEL-VALEUR
025600         IF FUNCTION UPPER-CASE
025700             (FUNCTION TRIM(WS-SEL-CRITERE)) NOT = "PLAFOND"
025800             OR FUNCTION TRIM(WS-SEL-VALEUR) IS NOT NUMERIC
025900             OR FUNCTION TRIM(WS-SEL-VALEUR) = ZEROS
026000             OR FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-VALEUR)) > 5
026100             DISPLAY "PERSBVA : parm inconnu (attendu "
026200                 "PLAFOND=N) : " WS-PARM-LINE
026300             MOVE 16 TO RETURN-CODE
026400             GO TO 9999-FIN
026500         END-IF
026600         MOVE FUNCTION TRIM(WS-SEL-VALEUR) TO WS-PLAFOND
026700     END-IF.
026800*
026900     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
027000     MOVE WS-DATE-SYSTEME(1:6) TO WS-MOIS-COURANT.
027100*
027200     MOVE WS-DATE-SYSTEME(1:4) TO WS-ANNEE-PREC.
027300     MOVE WS-DATE-SYSTEME(5:2) TO WS-MOIS-PREC-NUM.
027400     IF WS-MOIS-PREC-NUM = 01
027500         SUBTRACT 1 FROM WS-ANNEE-PREC
027600         MOVE 12 TO WS-MOIS-PREC-NUM
027700     ELSE
027800         SUBTRACT 1 FROM WS-MOIS-PREC-NUM
027900     END-IF.
028000     MOVE SPACES TO WS-MOIS-PREC.
028100     STRING WS-ANNEE-PREC WS-MOIS-PREC-NUM
028200         DELIMITED BY SIZE INTO WS-MOIS-PREC.
028300*
028400     OPEN OUTPUT BVA-FILE.
028500*
028600     IF NOT BVA-STATUT-OK
028700         DISPLAY "Erreur a l'ouverture de BVAOUT, statut : "
028800             WS-BVA-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 9999-FIN
029100     END-IF.
029200*
029300     MOVE WS-PLAFOND TO WS-PLAFOND-EDITE.
029400     MOVE SPACES TO WS-LIB-ENTETE.
029500     STRING "BUREAUX DE VOTE - MOIS : " DELIMITED BY SIZE
029600            WS-MOIS-COURANT DELIMITED BY SIZE
029700            " - PLAFOND : " DELIMITED BY SIZE
029800            WS-PLAFOND-EDITE DELIMITED BY SIZE
029900            " ELECTEURS PAR BUREAU" DELIMITED BY SIZE
030000         INTO WS-LIB-ENTETE.
030100     MOVE WS-LIB-ENTETE TO WS-REPORT-LINE.
030200     PERFORM 6900-ECRIRE-LIGNE
030300         THRU 6900-ECRIRE-LIGNE-EXIT.
030400*
030500     PERFORM 6900-ECRIRE-LIGNE
030600         THRU 6900-ECRIRE-LIGNE-EXIT.
030700     MOVE "ADRESSES NON PLACEES (A REVOIR PAR LE SERVICE DES "
030800         TO WS-LIB-ENTETE.
030900     MOVE "ELECTIONS)" TO WS-LIB-ENTETE(51:).
031000     MOVE WS-LIB-ENTETE TO WS-REPORT-LINE.
031100     PERFORM 6900-ECRIRE-LIGNE
031200         THRU 6900-ECRIRE-LIGNE-EXIT.
031300*
031400 1000-INITIALISATION-EXIT.
031500     EXIT.
031600*
031700*==============================================================
031800* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
031900*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
032000*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
032100*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
032200*==============================================================
032300 1500-LIRE-CREDENTIALS.
032400     MOVE SPACES TO USERNAME.
032500     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
032600     MOVE SPACES TO PASSWD.
032700     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
032800     MOVE SPACES TO DBNAME.
032900     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
033000*
033100     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
033200         DISPLAY "PERSBVA : identifiants de connexion "
033300             "incomplets - verifier PERS_DB_USER / "
033400             "PERS_DB_PASSWD / PERS_DB_NAME."
033500         MOVE 16 TO RETURN-CODE
033600         GO TO 9999-FIN
033700     END-IF.
033800*
033900 1500-LIRE-CREDENTIALS-EXIT.
034000     EXIT.
034100*
034200*==============================================================
034300* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
034400*==============================================================
034500 2000-CONNEXION.
034600     DISPLAY "Connexion a PostgreSQL...".
034700*
034800     EXEC SQL
034900         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
035000     END-EXEC.
035100*
035200     IF SQLCODE NOT = 0
035300         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
035400         MOVE 16 TO RETURN-CODE
035500         GO TO 9999-FIN
035600     END-IF.
035700*
035800     DISPLAY "Connexion reussie !".
035900     SET CONNEXION-OUVERTE TO TRUE.
036000*
036100 2000-CONNEXION-EXIT.
036200     EXIT.
036300*
036400*==============================================================
036500* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
036600*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
036700*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
036800*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
036900*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
037000*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
037100*==============================================================
037200 2100-CONTROLER-HABILITATION.
037300     MOVE "PERSBVA" TO HAB-PROGRAMME.
037400     MOVE SPACES TO HAB-MODE.
037500     MOVE ZEROS TO HAB-ID.
037600     SET HAB-REQUIS-AGENT TO TRUE.
037700*
037800     CALL "PERSHAB" USING HAB-CONTROLE.
037900*
038000     IF HAB-ERREUR-SQL
038100         EXEC SQL ROLLBACK END-EXEC
038200         DISPLAY "PERSBVA : controle d'habilitation en echec."
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-FIN
038500     END-IF.
038600*
038700     EXEC SQL COMMIT END-EXEC.
038800*
038900     IF HAB-REFUSE
039000         DISPLAY "PERSBVA : lancement refuse - " HAB-MOTIF
039100         DISPLAY "  Operateur : " HAB-UTILISATEUR
039200         MOVE 28 TO RETURN-CODE
039300         GO TO 9999-FIN
039400     END-IF.
039500*
039600 2100-CONTROLER-HABILITATION-EXIT.
039700     EXIT.
039800*
039900*==============================================================
040000* 3000-AFFECTER-BUREAUX - REPASSE TOUTE LA TABLE PERSONNES, UNE
040100*     PERSONNE PAR UNITE DE TRAVAIL (LECTURE PAR ID CROISSANT SANS
040200*     CURSEUR : UN COMMIT FERMERAIT UN CURSEUR OUVERT CHEZ
040300*     POSTGRESQL, CF PERSFOY), ET RECALCULE LE BUREAU DE VOTE DE
040400*     CHACUNE.
040500*==============================================================
040600 3000-AFFECTER-BUREAUX.
040700     PERFORM 3100-LIRE-SUIVANTE
040800         THRU 3100-LIRE-SUIVANTE-EXIT.
040900*
041000     PERFORM 3200-TRAITER-PERSONNE
041100         THRU 3200-TRAITER-PERSONNE-EXIT
041200         UNTIL FIN-SELECTION.
041300*
041400     DISPLAY "PERSBVA - personnes examinees   : " WS-NB-EXAMINEES.
041500     DISPLAY "PERSBVA - a placer              : " WS-NB-A-PLACER.
041600     DISPLAY "PERSBVA - placees               : " WS-NB-PLACEES.
041700     DISPLAY "PERSBVA - non placees           : "
041800         WS-NB-NON-PLACEES.
041900     DISPLAY "PERSBVA - echecs                : " WS-NB-ECHECS.
042000*
042100 3000-AFFECTER-BUREAUX-EXIT.
042200     EXIT.
042300*
042400*==============================================================
042500* 3100-LIRE-SUIVANTE - RAMENE LA PERSONNE D'ID SUIVANT DE LA
042600*     TABLE, AVEC SON STATUT ET SON BUREAU ACTUEL (0 SI AUCUN).
042700*==============================================================
042800 3100-LIRE-SUIVANTE.
042900     EXEC SQL
043000         SELECT id,
043100                COALESCE(nom, ''),
043200                COALESCE(prenom, ''),
043300                COALESCE(date_naissance, ''),
043400                COALESCE(adresse, ''),
043500                COALESCE(code_postal, ''),
043600                COALESCE(statut, 'A'),
043700                COALESCE(bureau_vote, 0)
043800         INTO :PERS-ID, :PERS-NOM, :PERS-PRENOM,
043900              :PERS-DATE-NAISSANCE, :PERS-ADRESSE,
044000              :PERS-CODE-POSTAL, :WS-PERS-STATUT,
044100              :WS-BUREAU-ACTUEL
044200         FROM personnes
044300         WHERE id > :WS-ID-DERNIER
044400         ORDER BY id
044500         LIMIT 1
044600     END-EXEC.
044700*
044800     EVALUATE SQLCODE
044900         WHEN 0
045000             MOVE PERS-ID TO WS-ID-DERNIER
045100         WHEN 100
045200             SET FIN-SELECTION TO TRUE
045300         WHEN OTHER
045400             EXEC SQL ROLLBACK END-EXEC
045500             DISPLAY "Erreur SQL sur la selection SQLCODE: "
045600                 SQLCODE
045700             MOVE 16 TO RETURN-CODE
045800             GO TO 9999-FIN
045900     END-EVALUATE.
046000*
046100 3100-LIRE-SUIVANTE-EXIT.
046200     EXIT.
046300*
046400*==============================================================
046500* 3200-TRAITER-PERSONNE - DETERMINE LE BUREAU DE LA PERSONNE
046600*     COURANTE : AUCUN POUR UNE PERSONNE PARTIE, DECEDEE OU
046700*     MINEURE ; POUR UNE PERSONNE ACTIVE MAJEURE, CELUI DU TRONCON
046800*     QUI COUVRE SON ADRESSE (3300), A DEFAUT ELLE EST LISTEE
046900*     COMME NON PLACEE. UNE PERSONNE ACTIVE D'AGE INCONNU EST
047000*     A PLACER ET NON PLACEE AUSSI (LISTEE SANS BUREAU, COMPTEE
047050*     DANS LES NON PLACEES, AU JOURNAL COMME DANS LA RUBRIQUE
047060*     BUREAU:NON-PLACE). LE BUREAU N'EST REECRIT QUE S'IL
047100*     CHANGE. ENCHAINE SUR LA PERSONNE SUIVANTE (LECTURE D'AVANCE
047200*     CLASSIQUE).
047300*==============================================================
047400 3200-TRAITER-PERSONNE.
047500     ADD 1 TO WS-NB-EXAMINEES.
047600     MOVE ZEROS TO WS-BUREAU-NOUVEAU.
047700*
047800     IF WS-PERS-STATUT NOT = "A"
047900         GO TO 3200-TRAITER-PERSONNE-MAJ
048000     END-IF.
048100*
048200     PERFORM 4200-CALCULER-AGE
048300         THRU 4200-CALCULER-AGE-EXIT.
048400*
048500     IF AGE-INCONNU
048600         ADD 1 TO WS-NB-AGE-INCONNU
048620         ADD 1 TO WS-NB-A-PLACER
048640         ADD 1 TO WS-NB-NON-PLACEES
048700         MOVE "DATE DE NAISSANCE ILLISIBLE"
048800             TO WS-MOTIF-NON-PLACEE
048900         PERFORM 3500-LISTER-NON-PLACEE
049000             THRU 3500-LISTER-NON-PLACEE-EXIT
049100         GO TO 3200-TRAITER-PERSONNE-MAJ
049200     END-IF.
049300*
049400     IF WS-AGE < 18
049500         GO TO 3200-TRAITER-PERSONNE-MAJ
049600     END-IF.
049700*
049800     ADD 1 TO WS-NB-A-PLACER.
049900     PERFORM 3300-CHERCHER-BUREAU
050000         THRU 3300-CHERCHER-BUREAU-EXIT.
050100*
050200     IF WS-BUREAU-NOUVEAU = ZEROS
050300         ADD 1 TO WS-NB-NON-PLACEES
050400         PERFORM 3500-LISTER-NON-PLACEE
050500             THRU 3500-LISTER-NON-PLACEE-EXIT
050600     ELSE
050700         ADD 1 TO WS-NB-PLACEES
050800     END-IF.
050900*
051000 3200-TRAITER-PERSONNE-MAJ.
051100     IF WS-BUREAU-NOUVEAU NOT = WS-BUREAU-ACTUEL
051200         PERFORM 3400-ENREGISTRER-BUREAU
051300             THRU 3400-ENREGISTRER-BUREAU-EXIT
051400     END-IF.
051500*
051600 3200-TRAITER-PERSONNE-SUITE.
051700     PERFORM 3100-LIRE-SUIVANTE
051800         THRU 3100-LIRE-SUIVANTE-EXIT.
051900*
052000 3200-TRAITER-PERSONNE-EXIT.
052100     EXIT.
052200*
052300*==============================================================
052400* 3300-CHERCHER-BUREAU - CHERCHE LES TRONCONS QUI COUVRENT
052500*     L'ADRESSE DE LA PERSONNE : MEME CODE POSTAL, MEME NOM DE
052600*     VOIE (ADRESSE_VOIE), NUMERO (ADRESSE_NUMERO, 0 SANS NUMERO)
052700*     DANS LES BORNES ET DE LA PARITE DU TRONCON. UN SEUL BUREAU
052800*     TROUVE EST RETENU DANS WS-BUREAU-NOUVEAU ; AUCUN, OU
052900*     PLUSIEURS BUREAUX DIFFERENTS, LAISSENT ZERO ET LE MOTIF DANS
053000*     WS-MOTIF-NON-PLACEE.
053100*==============================================================
053200 3300-CHERCHER-BUREAU.
053300     IF PERS-ADRESSE = SPACES OR PERS-CODE-POSTAL = SPACES
053400         MOVE "ADRESSE OU CODE POSTAL ABSENT"
053500             TO WS-MOTIF-NON-PLACEE
053600         GO TO 3300-CHERCHER-BUREAU-EXIT
053700     END-IF.
053800*
053900     MOVE ZEROS TO WS-NB-BUREAUX-TROUVES.
054000     MOVE ZEROS TO WS-BUREAU-TROUVE.
054100*
054200     EXEC SQL
054300         SELECT COUNT(DISTINCT t.bureau),
054400                COALESCE(MIN(t.bureau), 0)
054500         INTO :WS-NB-BUREAUX-TROUVES, :WS-BUREAU-TROUVE
054600         FROM bureaux_troncons t
054700         WHERE t.code_postal = TRIM(:PERS-CODE-POSTAL)
054800           AND t.voie_normalisee = adresse_voie(:PERS-ADRESSE)
054900           AND adresse_numero(:PERS-ADRESSE)
055000               BETWEEN t.numero_debut AND t.numero_fin
055100           AND (t.parite = 'T'
055200                OR (t.parite = 'P'
055300                    AND MOD(adresse_numero(:PERS-ADRESSE), 2)
055400                        = 0)
055500                OR (t.parite = 'I'
055600                    AND MOD(adresse_numero(:PERS-ADRESSE), 2)
055700                        = 1))
055800     END-EXEC.
055900*
056000     IF SQLCODE NOT = 0
056100         EXEC SQL ROLLBACK END-EXEC
056200         DISPLAY "Erreur SQL sur la recherche du troncon "
056300             "SQLCODE: " SQLCODE
056400         MOVE 16 TO RETURN-CODE
056500         GO TO 9999-FIN
056600     END-IF.
056700*
056800     EVALUATE TRUE
056900         WHEN WS-NB-BUREAUX-TROUVES = ZEROS
057000             MOVE "AUCUN TRONCON POUR CETTE ADRESSE"
057100                 TO WS-MOTIF-NON-PLACEE
057200         WHEN WS-NB-BUREAUX-TROUVES > 1
057300             MOVE "TRONCONS DE PLUSIEURS BUREAUX"
057400                 TO WS-MOTIF-NON-PLACEE
057500         WHEN OTHER
057600             MOVE WS-BUREAU-TROUVE TO WS-BUREAU-NOUVEAU
057700     END-EVALUATE.
057800*
057900 3300-CHERCHER-BUREAU-EXIT.
058000     EXIT.
058100*
058200*==============================================================
058300* 3400-ENREGISTRER-BUREAU - PORTE LE BUREAU CALCULE DANS
058400*     PERSONNES.BUREAU_VOTE (NULL POUR ZERO) ET VALIDE. COMME
058500*     FOYER_ID, LA COLONNE EST CALCULEE : NI HISTORIQUE, NI AUDIT.
058600*     UNE PERSONNE SUPPRIMEE ENTRE TEMPS EST IGNOREE ; UN ECHEC
058700*     EST ANNULE, COMPTE, ET LE PASSAGE CONTINUE.
058800*==============================================================
058900 3400-ENREGISTRER-BUREAU.
059000     EXEC SQL
059100         UPDATE personnes
059200         SET bureau_vote = NULLIF(:WS-BUREAU-NOUVEAU, 0)
059300         WHERE id = :PERS-ID
059400     END-EXEC.
059500*
059600     EVALUATE SQLCODE
059700         WHEN 0
059800             EXEC SQL COMMIT END-EXEC
059900             ADD 1 TO WS-NB-MISES-A-JOUR
060000         WHEN 100
060100             EXEC SQL ROLLBACK END-EXEC
060200         WHEN OTHER
060300             EXEC SQL ROLLBACK END-EXEC
060400             DISPLAY "PERSBVA : bureau non enregistre, id "
060500                 PERS-ID
060600                 " SQLCODE: " SQLCODE
060700             ADD 1 TO WS-NB-ECHECS
060800     END-EVALUATE.
060900*
061000 3400-ENREGISTRER-BUREAU-EXIT.
061100     EXIT.
061200*
061300*==============================================================
061400* 3500-LISTER-NON-PLACEE - EDITE LA PERSONNE COURANTE DANS LA
061500*     LISTE DES ADRESSES NON PLACEES, AVEC LE MOTIF PREPARE DANS
061600*     WS-MOTIF-NON-PLACEE PAR L'APPELANT.
061700*==============================================================
061800 3500-LISTER-NON-PLACEE.
061900     MOVE SPACES TO WS-REPORT-LINE.
062000     MOVE PERS-ID TO RPT-N-ID.
062100     MOVE PERS-NOM TO RPT-N-NOM.
062200     MOVE PERS-PRENOM TO RPT-N-PRENOM.
062300     MOVE PERS-ADRESSE TO RPT-N-ADRESSE.
062400     MOVE PERS-CODE-POSTAL TO RPT-N-CODE-POSTAL.
062500     MOVE WS-MOTIF-NON-PLACEE TO RPT-N-MOTIF.
062600     PERFORM 6900-ECRIRE-LIGNE
062700         THRU 6900-ECRIRE-LIGNE-EXIT.
062800*
062900 3500-LISTER-NON-PLACEE-EXIT.
063000     EXIT.
063100*
063200*==============================================================
063300* 4200-CALCULER-AGE - CALCULE L'AGE EN ANNEES REVOLUES DE LA
063400*     PERSONNE COURANTE (DATE JJ/MM/AAAA), AVEC LA REGLE DE LA
063500*     PYRAMIDE DES AGES DE PERSSTA ; UNE DATE ABSENTE, ILLISIBLE
063600*     OU FUTURE POSITIONNE LE TEMOIN AGE-INCONNU.
063700*==============================================================
063800 4200-CALCULER-AGE.
063900     MOVE "N" TO WS-AGE-INCONNU-SWITCH.
064000     MOVE ZEROS TO WS-AGE.
064100*
064200     IF PERS-DATE-NAISSANCE = SPACES
064300         OR PERS-DATE-NAISSANCE(3:1) NOT = "/"
064400         OR PERS-DATE-NAISSANCE(6:1) NOT = "/"
064500         OR PERS-DATE-NAISSANCE(1:2) IS NOT NUMERIC
064600         OR PERS-DATE-NAISSANCE(4:2) IS NOT NUMERIC
064700         OR PERS-DATE-NAISSANCE(7:4) IS NOT NUMERIC
064800         SET AGE-INCONNU TO TRUE
064900         GO TO 4200-CALCULER-AGE-EXIT
065000     END-IF.
065100*
065200     MOVE PERS-DATE-NAISSANCE(1:2) TO WS-NAISS-JOUR.
065300     MOVE PERS-DATE-NAISSANCE(4:2) TO WS-NAISS-MOIS.
065400     MOVE PERS-DATE-NAISSANCE(7:4) TO WS-NAISS-ANNEE.
065500*
065600     COMPUTE WS-AGE =
065700         WS-DS-SIECLE-ANNEE - WS-NAISS-ANNEE.
065800     IF WS-NAISS-MOIS > WS-DS-MOIS
065900         OR (WS-NAISS-MOIS = WS-DS-MOIS
066000             AND WS-NAISS-JOUR > WS-DS-JOUR)
066100         SUBTRACT 1 FROM WS-AGE
066200     END-IF.
066300*
066400     IF WS-AGE < 0
066500         SET AGE-INCONNU TO TRUE
066600     END-IF.
066700*
066800 4200-CALCULER-AGE-EXIT.
066900     EXIT.
067000*
067100*==============================================================
067200* 5000-ELECTEURS-PAR-BUREAU - EDITE LE NOMBRE D'ELECTEURS PAR
067300*     BUREAU (PERSONNES ACTIVES PLACEES, CURSEUR GROUP BY) AVEC
067400*     L'EVOLUTION SUR LE MOIS PRECEDENT ET LE MARQUAGE AU-DELA DU
067500*     PLAFOND, PUIS LES BUREAUX DU MOIS PRECEDENT DISPARUS CE MOIS
067600*     (VALEUR 0), LE TOTAL DES ELECTEURS PLACES ET LES ADRESSES
067700*     NON PLACEES. LES RUBRIQUES BUREAU: DU MOIS SONT REMPLACEES ;
067800*     LA VALIDATION SE FAIT EN UNE FOIS EN 8000-TOTAUX.
067900*==============================================================
068000 5000-ELECTEURS-PAR-BUREAU.
068100     MOVE SPACES TO WS-REPORT-LINE.
068200     PERFORM 6900-ECRIRE-LIGNE
068300         THRU 6900-ECRIRE-LIGNE-EXIT.
068400     MOVE "ELECTEURS PAR BUREAU DE VOTE" TO WS-REPORT-LINE.
068500     PERFORM 6900-ECRIRE-LIGNE
068600         THRU 6900-ECRIRE-LIGNE-EXIT.
068700*
068800     PERFORM 5100-PURGER-BUREAUX
068900         THRU 5100-PURGER-BUREAUX-EXIT.
069000*
069100     PERFORM 5200-OUVERTURE-CURSEUR-BUREAUX
069200         THRU 5200-OUVERTURE-CURSEUR-BUREAUX-EXIT.
069300*
069400     PERFORM 5300-FETCH-BUREAU
069500         THRU 5300-FETCH-BUREAU-EXIT.
069600*
069700     PERFORM 5400-TRAITER-BUREAU
069800         THRU 5400-TRAITER-BUREAU-EXIT
069900         UNTIL FIN-CURSEUR.
070000*
070100     EXEC SQL
070200         CLOSE C-BUREAUX
070300     END-EXEC.
070400*
070500     PERFORM 5500-BUREAUX-DISPARUS
070600         THRU 5500-BUREAUX-DISPARUS-EXIT.
070700*
070800     MOVE SPACES TO WS-REPORT-LINE.
070900     PERFORM 6900-ECRIRE-LIGNE
071000         THRU 6900-ECRIRE-LIGNE-EXIT.
071100*
071200     MOVE "TOTAL DES ELECTEURS PLACES" TO WS-LIB-EDIT.
071300     MOVE "BUREAU:TOTAL" TO WS-RUBRIQUE.
071400     MOVE WS-NB-ELECTEURS TO WS-VALEUR.
071500     MOVE "N" TO WS-CONTROLE-PLAFOND-SWITCH.
071600     PERFORM 6800-EDITER-RUBRIQUE
071700         THRU 6800-EDITER-RUBRIQUE-EXIT.
071800*
071900     MOVE "ADRESSES NON PLACEES" TO WS-LIB-EDIT.
072000     MOVE "BUREAU:NON-PLACE" TO WS-RUBRIQUE.
072100     MOVE WS-NB-NON-PLACEES TO WS-VALEUR.
072200     MOVE "N" TO WS-CONTROLE-PLAFOND-SWITCH.
072300     PERFORM 6800-EDITER-RUBRIQUE
072400         THRU 6800-EDITER-RUBRIQUE-EXIT.
072500*
072600 5000-ELECTEURS-PAR-BUREAU-EXIT.
072700     EXIT.
072800*
072900*==============================================================
073000* 5100-PURGER-BUREAUX - EFFACE LES RUBRIQUES BUREAU: EVENTUELLES
073100*     DU MOIS COURANT (UN NOUVEAU PASSAGE SUR LE MEME MOIS LES
073200*     REMPLACE). LES AUTRES RUBRIQUES DU MOIS APPARTIENNENT A
073300*     PERSSTA ET NE SONT PAS TOUCHEES.
073400*==============================================================
073500 5100-PURGER-BUREAUX.
073600     EXEC SQL
073700         DELETE FROM stats_mensuelles
073800         WHERE mois = :WS-MOIS-COURANT
073900           AND rubrique LIKE 'BUREAU:%'
074000     END-EXEC.
074100*
074200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
074300         EXEC SQL ROLLBACK END-EXEC
074400         DISPLAY "Erreur SQL sur la purge du mois SQLCODE: "
074500             SQLCODE
074600         MOVE 16 TO RETURN-CODE
074700         GO TO 9999-FIN
074800     END-IF.
074900*
075000 5100-PURGER-BUREAUX-EXIT.
075100     EXIT.
075200*
075300*==============================================================
075400* 5200-OUVERTURE-CURSEUR-BUREAUX - DECLARE ET OUVRE LE CURSEUR
075500*     DU NOMBRE D'ELECTEURS PAR BUREAU.
075600*==============================================================
075700 5200-OUVERTURE-CURSEUR-BUREAUX.
075800     EXEC SQL
075900         DECLARE C-BUREAUX CURSOR FOR
076000         SELECT bureau_vote, COUNT(*)
076100         FROM personnes
076200         WHERE bureau_vote IS NOT NULL
076300           AND COALESCE(statut, 'A') = 'A'
076400         GROUP BY bureau_vote
076500         ORDER BY bureau_vote
076600     END-EXEC.
076700*
076800     EXEC SQL
076900         OPEN C-BUREAUX
077000     END-EXEC.
077100*
077200     IF SQLCODE NOT = 0
077300         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
077400             SQLCODE
077500         MOVE 16 TO RETURN-CODE
077600         GO TO 9999-FIN
077700     END-IF.
077800*
077900 5200-OUVERTURE-CURSEUR-BUREAUX-EXIT.
078000     EXIT.
078100*
078200*==============================================================
078300* 5300-FETCH-BUREAU - RAMENE LE BUREAU SUIVANT DU CURSEUR.
078400*     SQLCODE = 100 MARQUE LA FIN DE LA SELECTION.
078500*==============================================================
078600 5300-FETCH-BUREAU.
078700     EXEC SQL
078800         FETCH C-BUREAUX
078900         INTO :WS-STA-BUREAU, :WS-STA-NB
079000     END-EXEC.
079100*
079200     EVALUATE SQLCODE
079300         WHEN 0
079400             CONTINUE
079500         WHEN 100
079600             SET FIN-CURSEUR TO TRUE
079700         WHEN OTHER
079800             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
079900             MOVE 16 TO RETURN-CODE
080000             GO TO 9999-FIN
080100     END-EVALUATE.
080200*
080300 5300-FETCH-BUREAU-EXIT.
080400     EXIT.
080500*
080600*==============================================================
080700* 5400-TRAITER-BUREAU - EDITE LA LIGNE DU BUREAU COURANT
080800*     (EVOLUTION ET MARQUAGE AU-DELA DU PLAFOND), PHOTOGRAPHIE LA
080900*     RUBRIQUE BUREAU:<NNNN> ET ENCHAINE SUR LE BUREAU SUIVANT
081000*     (LECTURE D'AVANCE CLASSIQUE).
081100*==============================================================
081200 5400-TRAITER-BUREAU.
081300     ADD 1 TO WS-NB-BUREAUX.
081400     ADD WS-STA-NB TO WS-NB-ELECTEURS.
081500*
081600     MOVE WS-STA-BUREAU TO WS-BUREAU-RUBRIQUE.
081700     MOVE SPACES TO WS-LIB-EDIT.
081800     STRING "BUREAU " DELIMITED BY SIZE
081900            WS-BUREAU-RUBRIQUE DELIMITED BY SIZE
082000         INTO WS-LIB-EDIT.
082100*
082200     MOVE SPACES TO WS-RUBRIQUE.
082300     STRING "BUREAU:" DELIMITED BY SIZE
082400            WS-BUREAU-RUBRIQUE DELIMITED BY SIZE
082500         INTO WS-RUBRIQUE.
082600*
082700     MOVE WS-STA-NB TO WS-VALEUR.
082800     MOVE "Y" TO WS-CONTROLE-PLAFOND-SWITCH.
082900     PERFORM 6800-EDITER-RUBRIQUE
083000         THRU 6800-EDITER-RUBRIQUE-EXIT.
083100*
083200     PERFORM 5300-FETCH-BUREAU
083300         THRU 5300-FETCH-BUREAU-EXIT.
083400*
083500 5400-TRAITER-BUREAU-EXIT.
083600     EXIT.
083700*
083800*==============================================================
083900* 5500-BUREAUX-DISPARUS - EDITE LES BUREAUX PHOTOGRAPHIES LE MOIS
084000*     PRECEDENT ET SANS ELECTEUR CE MOIS (VALEUR 0, EVOLUTION
084100*     NEGATIVE) ET LES PHOTOGRAPHIE A ZERO POUR L'EVOLUTION DU
084200*     MOIS SUIVANT. LES RUBRIQUES DU MOIS COURANT DEJA INSEREES
084300*     PENDANT CE PASSAGE SONT VISIBLES DE LA SELECTION (MEME UNITE
084400*     DE TRAVAIL) ; LE TOTAL ET LES NON PLACEES, ECRITS ENSUITE,
084500*     SONT EXCLUS.
084600*==============================================================
084700 5500-BUREAUX-DISPARUS.
084800     EXEC SQL
084900         DECLARE C-DISPARUS CURSOR FOR
085000         SELECT p.rubrique
085100         FROM stats_mensuelles p
085200         WHERE p.mois = :WS-MOIS-PREC
085300           AND p.rubrique LIKE 'BUREAU:%'
085400           AND p.rubrique NOT IN ('BUREAU:TOTAL',
085500                                  'BUREAU:NON-PLACE')
085600           AND p.rubrique NOT IN
085700               (SELECT c.rubrique
085800                FROM stats_mensuelles c
085900                WHERE c.mois = :WS-MOIS-COURANT)
086000         ORDER BY p.rubrique
086100     END-EXEC.
086200*
086300     EXEC SQL
086400         OPEN C-DISPARUS
086500     END-EXEC.
086600*
086700     IF SQLCODE NOT = 0
086800         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
086900             SQLCODE
087000         MOVE 16 TO RETURN-CODE
087100         GO TO 9999-FIN
087200     END-IF.
087300*
087400     PERFORM 5600-FETCH-DISPARU
087500         THRU 5600-FETCH-DISPARU-EXIT.
087600*
087700     PERFORM 5700-TRAITER-DISPARU
087800         THRU 5700-TRAITER-DISPARU-EXIT
087900         UNTIL FIN-DISPARUS.
088000*
088100     EXEC SQL
088200         CLOSE C-DISPARUS
088300     END-EXEC.
088400*
088500 5500-BUREAUX-DISPARUS-EXIT.
088600     EXIT.
088700*
088800*==============================================================
088900* 5600-FETCH-DISPARU - RAMENE LA RUBRIQUE BUREAU SUIVANTE DU
089000*     CURSEUR DES DISPARUS. SQLCODE = 100 MARQUE LA FIN.
089100*==============================================================
089200 5600-FETCH-DISPARU.
089300     EXEC SQL
089400         FETCH C-DISPARUS
089500         INTO :WS-RUBRIQUE
089600     END-EXEC.
089700*
089800     EVALUATE SQLCODE
089900         WHEN 0
090000             CONTINUE
090100         WHEN 100
090200             SET FIN-DISPARUS TO TRUE
090300         WHEN OTHER
090400             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
090500             MOVE 16 TO RETURN-CODE
090600             GO TO 9999-FIN
090700     END-EVALUATE.
090800*
090900 5600-FETCH-DISPARU-EXIT.
091000     EXIT.
091100*
091200*==============================================================
091300* 5700-TRAITER-DISPARU - EDITE LE BUREAU DISPARU (VALEUR 0) ET
091400*     LE PHOTOGRAPHIE A ZERO, PUIS ENCHAINE SUR LE SUIVANT
091500*     (LECTURE D'AVANCE CLASSIQUE).
091600*==============================================================
091700 5700-TRAITER-DISPARU.
091800     MOVE SPACES TO WS-LIB-EDIT.
091900     STRING "BUREAU " DELIMITED BY SIZE
092000            WS-RUBRIQUE(8:33) DELIMITED BY SIZE
092100         INTO WS-LIB-EDIT.
092200*
092300     MOVE ZEROS TO WS-VALEUR.
092400     MOVE "N" TO WS-CONTROLE-PLAFOND-SWITCH.
092500     PERFORM 6800-EDITER-RUBRIQUE
092600         THRU 6800-EDITER-RUBRIQUE-EXIT.
092700*
092800     PERFORM 5600-FETCH-DISPARU
092900         THRU 5600-FETCH-DISPARU-EXIT.
093000*
093100 5700-TRAITER-DISPARU-EXIT.
093200     EXIT.
093300*
093400*==============================================================
093500* 6600-LIRE-MOIS-PRECEDENT - RELIT LA VALEUR DE LA RUBRIQUE
093600*     COURANTE DANS LA PHOTOGRAPHIE DU MOIS PRECEDENT. ABSENTE
093700*     (PREMIER MOIS DE LA RUBRIQUE), LE TEMOIN EST POSITIONNE ET
093800*     LA VALEUR PRECEDENTE RESTE A ZERO.
093900*==============================================================
094000 6600-LIRE-MOIS-PRECEDENT.
094100     MOVE "N" TO WS-PREC-ABSENT-SWITCH.
094200     MOVE ZEROS TO WS-VALEUR-PREC.
094300*
094400     EXEC SQL
094500         SELECT valeur INTO :WS-VALEUR-PREC
094600         FROM stats_mensuelles
094700         WHERE mois = :WS-MOIS-PREC
094800           AND rubrique = :WS-RUBRIQUE
094900     END-EXEC.
095000*
095100     EVALUATE SQLCODE
095200         WHEN 0
095300             CONTINUE
095400         WHEN 100
095500             SET PRECEDENT-ABSENT TO TRUE
095600         WHEN OTHER
095700             DISPLAY "Erreur SQL sur le mois precedent "
095800                 "SQLCODE: " SQLCODE
095900             MOVE 16 TO RETURN-CODE
096000             GO TO 9999-FIN
096100     END-EVALUATE.
096200*
096300 6600-LIRE-MOIS-PRECEDENT-EXIT.
096400     EXIT.
096500*
096600*==============================================================
096700* 6700-INSCRIRE-SNAPSHOT - PHOTOGRAPHIE LA RUBRIQUE COURANTE
096800*     POUR LE MOIS COURANT (LA COLONNE D'EVOLUTION DU PASSAGE DU
096900*     MOIS SUIVANT EN VIVRA). VALIDATION GROUPEE EN 8000-TOTAUX.
097000*==============================================================
097100 6700-INSCRIRE-SNAPSHOT.
097200     EXEC SQL
097300         INSERT INTO stats_mensuelles (mois, rubrique, valeur)
097400         VALUES (:WS-MOIS-COURANT, :WS-RUBRIQUE, :WS-VALEUR)
097500     END-EXEC.
097600*
097700     IF SQLCODE NOT = 0
097800         EXEC SQL ROLLBACK END-EXEC
097900         DISPLAY "Erreur SQL sur la photographie SQLCODE: "
098000             SQLCODE
098100         MOVE 16 TO RETURN-CODE
098200         GO TO 9999-FIN
098300     END-IF.
098400*
098500 6700-INSCRIRE-SNAPSHOT-EXIT.
098600     EXIT.
098700*
098800*==============================================================
098900* 6800-EDITER-RUBRIQUE - EDITE LA LIGNE DE LA RUBRIQUE COURANTE
099000*     (WS-LIB-EDIT / WS-RUBRIQUE / WS-VALEUR RENSEIGNES PAR
099100*     L'APPELANT) : EVOLUTION PAR RAPPORT AU MOIS PRECEDENT,
099200*     MARQUAGE AU-DELA DU PLAFOND QUAND L'APPELANT L'A DEMANDE
099300*     (LIGNE DE BUREAU), PUIS PHOTOGRAPHIE.
099400*==============================================================
099500 6800-EDITER-RUBRIQUE.
099600     PERFORM 6600-LIRE-MOIS-PRECEDENT
099700         THRU 6600-LIRE-MOIS-PRECEDENT-EXIT.
099800*
099900     COMPUTE WS-EVOLUTION = WS-VALEUR - WS-VALEUR-PREC.
100000*
100100     MOVE SPACES TO WS-REPORT-LINE.
100200     MOVE WS-LIB-EDIT TO RPT-D-LIBELLE.
100300     MOVE WS-VALEUR TO RPT-D-VALEUR.
100400     MOVE "EVOL :" TO RPT-D-EVOL-LIBELLE.
100500     MOVE WS-EVOLUTION TO RPT-D-EVOL.
100600*
100700     IF PRECEDENT-ABSENT
100800         MOVE "PAS DE MOIS PRECEDENT" TO RPT-D-MARQUE
100900     END-IF.
101000*
101100     IF CONTROLE-PLAFOND
101200         IF WS-VALEUR > WS-PLAFOND
101300             ADD 1 TO WS-NB-AU-DELA
101400             MOVE "<== AU-DELA DU PLAFOND" TO RPT-D-MARQUE
101500         END-IF
101600     END-IF.
101700*
101800     PERFORM 6900-ECRIRE-LIGNE
101900         THRU 6900-ECRIRE-LIGNE-EXIT.
102000*
102100     PERFORM 6700-INSCRIRE-SNAPSHOT
102200         THRU 6700-INSCRIRE-SNAPSHOT-EXIT.
102300*
102400 6800-EDITER-RUBRIQUE-EXIT.
102500     EXIT.
102600*
102700*==============================================================
102800* 6900-ECRIRE-LIGNE - EDITE DANS BVAOUT LA LIGNE PREPAREE DANS
102900*     WS-REPORT-LINE PAR L'APPELANT.
103000*==============================================================
103100 6900-ECRIRE-LIGNE.
103200     MOVE WS-REPORT-LINE TO BVA-RECORD.
103300     WRITE BVA-RECORD.
103400*
103500     IF NOT BVA-STATUT-OK
103600         DISPLAY "Erreur a l'ecriture BVAOUT, statut : "
103700             WS-BVA-STATUS
103800         MOVE 16 TO RETURN-CODE
103900         GO TO 9999-FIN
104000     END-IF.
104100*
104200     MOVE SPACES TO WS-REPORT-LINE.
104300*
104400 6900-ECRIRE-LIGNE-EXIT.
104500     EXIT.
104600*
104700*==============================================================
104800* 8000-TOTAUX - EDITE LE RECAPITULATIF EN FIN D'ETAT, FERME
104900*     L'ETAT ET VALIDE EN UNE SEULE FOIS LA PHOTOGRAPHIE DU MOIS
105000*     (PURGE DE 5100 COMPRISE) : UN PASSAGE INTERROMPU NE LAISSE
105100*     AUCUNE PHOTOGRAPHIE PARTIELLE. PLACEES + NON PLACEES =
105200*     MAJEURES A PLACER. ADRESSES NON PLACEES, BUREAUX AU-DELA DU
105300*     PLAFOND OU ECHECS DE MISE A JOUR SORTENT EN CODE RETOUR 4.
105400*==============================================================
105500 8000-TOTAUX.
105600     MOVE SPACES TO WS-REPORT-LINE.
105700     PERFORM 6900-ECRIRE-LIGNE
105800         THRU 6900-ECRIRE-LIGNE-EXIT.
105900*
106000     MOVE "PERSONNES EXAMINEES" TO RPT-R-LIBELLE.
106100     MOVE WS-NB-EXAMINEES TO RPT-R-NB.
106200     PERFORM 6900-ECRIRE-LIGNE
106300         THRU 6900-ECRIRE-LIGNE-EXIT.
106400*
106500     MOVE "ACTIVES A PLACER (MAJEURES OU AGE INCONNU)"
106550         TO RPT-R-LIBELLE.
106600     MOVE WS-NB-A-PLACER TO RPT-R-NB.
106700     PERFORM 6900-ECRIRE-LIGNE
106800         THRU 6900-ECRIRE-LIGNE-EXIT.
106900*
107000     MOVE "  DONT PLACEES DANS UN BUREAU" TO RPT-R-LIBELLE.
107100     MOVE WS-NB-PLACEES TO RPT-R-NB.
107200     PERFORM 6900-ECRIRE-LIGNE
107300         THRU 6900-ECRIRE-LIGNE-EXIT.
107400*
107500     MOVE "  DONT NON PLACEES (VOIR LA LISTE)"
107600         TO RPT-R-LIBELLE.
107700     MOVE WS-NB-NON-PLACEES TO RPT-R-NB.
107800     PERFORM 6900-ECRIRE-LIGNE
107900         THRU 6900-ECRIRE-LIGNE-EXIT.
108000*
108100     MOVE "    DONT DATE DE NAISSANCE ILLISIBLE"
108200         TO RPT-R-LIBELLE.
108300     MOVE WS-NB-AGE-INCONNU TO RPT-R-NB.
108400     PERFORM 6900-ECRIRE-LIGNE
108500         THRU 6900-ECRIRE-LIGNE-EXIT.
108600*
108700     MOVE "BUREAUX DE VOTE MIS A JOUR" TO RPT-R-LIBELLE.
108800     MOVE WS-NB-MISES-A-JOUR TO RPT-R-NB.
108900     PERFORM 6900-ECRIRE-LIGNE
109000         THRU 6900-ECRIRE-LIGNE-EXIT.
109100*
109200     MOVE "ECHECS DE MISE A JOUR" TO RPT-R-LIBELLE.
109300     MOVE WS-NB-ECHECS TO RPT-R-NB.
109400     PERFORM 6900-ECRIRE-LIGNE
109500         THRU 6900-ECRIRE-LIGNE-EXIT.
109600*
109700     MOVE "BUREAUX DE VOTE" TO RPT-R-LIBELLE.
109800     MOVE WS-NB-BUREAUX TO RPT-R-NB.
109900     PERFORM 6900-ECRIRE-LIGNE
110000         THRU 6900-ECRIRE-LIGNE-EXIT.
110100*
110200     MOVE "  DONT AU-DELA DU PLAFOND" TO RPT-R-LIBELLE.
110300     MOVE WS-NB-AU-DELA TO RPT-R-NB.
110400     IF WS-NB-AU-DELA NOT = ZEROS
110500         MOVE "<== DECOUPAGE A REVOIR AVANT LE SCRUTIN"
110600             TO RPT-R-MARQUE
110700     END-IF.
110800     PERFORM 6900-ECRIRE-LIGNE
110900         THRU 6900-ECRIRE-LIGNE-EXIT.
111000*
111100     CLOSE BVA-FILE.
111200*
111300     IF NOT BVA-STATUT-OK
111400         DISPLAY "Erreur a la fermeture de BVAOUT, statut : "
111500             WS-BVA-STATUS
111600         MOVE 16 TO RETURN-CODE
111700         GO TO 9999-FIN
111800     END-IF.
111900*
112000     EXEC SQL COMMIT END-EXEC.
112100*
112200     DISPLAY "PERSBVA - bureaux de vote       : " WS-NB-BUREAUX.
112300     DISPLAY "PERSBVA - au-dela du plafond    : " WS-NB-AU-DELA.
112400     MOVE 0 TO RETURN-CODE.
112500*
112600     IF WS-NB-NON-PLACEES NOT = ZEROS
112700         OR WS-NB-AGE-INCONNU NOT = ZEROS
112800         OR WS-NB-ECHECS NOT = ZEROS
112900         OR WS-NB-AU-DELA NOT = ZEROS
113000         DISPLAY "ATTENTION - adresses non placees ou bureaux "
113100             "au-dela du plafond : voir BVAOUT"
113200         MOVE 4 TO RETURN-CODE
113300     END-IF.
113400*
113500 8000-TOTAUX-EXIT.
113600     EXIT.
113700*
113800*==============================================================
113900* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
114000*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
114100*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
114200*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
114300*==============================================================
114400 8800-JOURNAL-DEBUT.
114500     MOVE "PERSBVA" TO JRN-PROGRAMME.
114600     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
114700     ACCEPT WS-JRN-HEURE FROM TIME.
114800*
114900     MOVE SPACES TO JRN-DEBUT.
115000     STRING WS-JRN-DATE(1:4) "-"
115100            WS-JRN-DATE(5:2) "-"
115200            WS-JRN-DATE(7:2) " "
115300            WS-JRN-HEURE(1:2) ":"
115400            WS-JRN-HEURE(3:2) ":"
115500            WS-JRN-HEURE(5:2)
115600         DELIMITED BY SIZE INTO JRN-DEBUT.
115700*
115800     SET JRN-PASSAGE-NORMAL TO TRUE.
115900*
116000     EXEC SQL
116100         INSERT INTO journal_batch (programme, debut, reprise)
116200         VALUES (:JRN-PROGRAMME,
116300                 TO_TIMESTAMP(:JRN-DEBUT,
116400                              'YYYY-MM-DD HH24:MI:SS'),
116500                 :JRN-REPRISE)
116600     END-EXEC.
116700*
116800     IF SQLCODE NOT = 0
116900         EXEC SQL ROLLBACK END-EXEC
117000         DISPLAY "Avertissement - journal des passages non "
117100             "ecrit, SQLCODE: " SQLCODE
117200     ELSE
117300         EXEC SQL COMMIT END-EXEC
117400         SET JOURNAL-OUVERT TO TRUE
117500     END-IF.
117600*
117700 8800-JOURNAL-DEBUT-EXIT.
117800     EXIT.
117900*
118000*==============================================================
118100* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
118200*     (FIN, MAJEURES A PLACER EN ATTENDU, PLACEES EN TRAITE, NON
118300*     PLACEES EN NON RAPPROCHE, CODE RETOUR). APPELE EN 9999-FIN
118400*     QUELLE QUE SOIT L'ISSUE DU PASSAGE. UNE ISSUE EN ERREUR
118500*     ANNULE D'ABORD L'UNITE DE TRAVAIL EN COURS : LA PURGE DE
118600*     5100 ET LES PHOTOGRAPHIES PARTIELLES NE DOIVENT PAS ETRE
118700*     VALIDEES PAR LE COMMIT DU JOURNAL (SEUL 8000-TOTAUX VALIDE
118800*     UNE PHOTOGRAPHIE COMPLETE).
118900*==============================================================
119000 8900-JOURNAL-FIN.
119100     IF RETURN-CODE NOT = ZEROS
119200         EXEC SQL ROLLBACK END-EXEC
119300     END-IF.
119400*
119500     IF NOT JOURNAL-OUVERT
119600         GO TO 8900-JOURNAL-FIN-EXIT
119700     END-IF.
119800*
119900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
120000     MOVE WS-NB-A-PLACER TO JRN-NB-ATTENDU.
120100     MOVE WS-NB-PLACEES TO JRN-NB-TRAITE.
120200     MOVE WS-NB-NON-PLACEES TO JRN-NB-NON-RAPPROCHE.
120300*
120400     EXEC SQL
120500         UPDATE journal_batch
120600         SET fin = CURRENT_TIMESTAMP,
120700             nb_attendu = :JRN-NB-ATTENDU,
120800             nb_traite = :JRN-NB-TRAITE,
120900             nb_non_rapproche = :JRN-NB-NON-RAPPROCHE,
121000             code_retour = :JRN-CODE-RETOUR
121100         WHERE programme = :JRN-PROGRAMME
121200           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
121300                                    'YYYY-MM-DD HH24:MI:SS')
121400     END-EXEC.
121500*
121600     IF SQLCODE NOT = 0
121700         EXEC SQL ROLLBACK END-EXEC
121800         DISPLAY "Avertissement - journal des passages non "
121900             "complete, SQLCODE: " SQLCODE
122000     ELSE
122100         EXEC SQL COMMIT END-EXEC
122200     END-IF.
122300*
122400 8900-JOURNAL-FIN-EXIT.
122500     EXIT.
122600*
122700*==============================================================
122800* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
122900*==============================================================
123000 9999-FIN.
123100     IF CONNEXION-OUVERTE
123200         PERFORM 8900-JOURNAL-FIN
123300             THRU 8900-JOURNAL-FIN-EXIT
123400     END-IF.
123500     IF CONNEXION-OUVERTE
123600         DISPLAY "Deconnexion reussie."
123700     END-IF.
123800     STOP RUN.
