000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSFOY.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - TENUE DES FOYERS (TABLE
001000*                    FOYERS, COLONNE PERSONNES.FOYER_ID, SCRIPT
001100*                    FOYERS.SQL). SANS PARM, TOUTE LA TABLE
001200*                    PERSONNES EST REPASSEE DANS LE SOUS-PROGRAMME
001300*                    PARTAGE PERSFYA (REGROUPEMENT DES PERSONNES
001400*                    ACTIVES PAR ADRESSE NORMALISEE, UNE UNITE DE
001500*                    TRAVAIL PAR PERSONNE), LES FOYERS VIDES SONT
001600*                    SUPPRIMES, PUIS LA LISTE DE CONTROLE DES
001700*                    FOYERS EST EDITEE DANS L'ETAT FOYOUT : CHAQUE
001800*                    FOYER DE PLUSIEURS PERSONNES AVEC SES
001900*                    MEMBRES, MARQUE QUAND LES NOMS DIFFERENT OU
002000*                    QUAND IL DEPASSE SIX PERSONNES, POUR QUE LES
002100*                    AGENTS VERIFIENT LES REGROUPEMENTS. PARM
002200*                    LISTE : LISTE SEULE. PARM SCINDER=<ID> : LA
002300*                    PERSONNE QUITTE SON FOYER POUR UN NOUVEAU
002400*                    FOYER SCINDE DE LA MEME ADRESSE. PARM
002500*                    RATTACHER=<ID>/<FOYER> : LA PERSONNE REJOINT
002600*                    UN FOYER EXISTANT DE LA MEME ADRESSE (POUR
002700*                    REGROUPER LES MEMBRES D'UN FOYER SCINDE). UN
002800*                    FOYER SCINDE N'EST JAMAIS REFONDU PAR LE
002900*                    RECALCUL. LE PASSAGE EST INSCRIT DANS LE
003000*                    JOURNAL DES PASSAGES BATCH (TABLE
003100*                    JOURNAL_BATCH, COPYBOOK PERSJRN).
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
003700     SELECT FOY-FILE         ASSIGN TO "FOYOUT"
003800                             ORGANIZATION LINE SEQUENTIAL
003900                             FILE STATUS IS WS-FOY-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  FOY-FILE
004400     RECORDING MODE IS F.
004500 01  FOY-RECORD                  PIC X(132).
004600*
004700 WORKING-STORAGE SECTION.
004800*
004900*--------------------------------------------------------------
005000* VUES ALTERNATIVES DE LA LIGNE EDITEE (ENTETE / FOYER / MEMBRE
005100* / RECAPITULATIF / FIN).
005200*--------------------------------------------------------------
005300 01  WS-REPORT-LINE              PIC X(132).
005400*
005500 01  WS-ENTETE-VIEW REDEFINES WS-REPORT-LINE.
005600     05  RPT-E-LIBELLE           PIC X(60).
005700     05  FILLER                  PIC X(72).
005800*
005900 01  WS-FOYER-VIEW REDEFINES WS-REPORT-LINE.
006000     05  RPT-Y-LIBELLE           PIC X(06).
006100     05  RPT-Y-ID                PIC Z(8)9.
006200     05  FILLER                  PIC X(02).
006300     05  RPT-Y-ADRESSE           PIC X(50).
006400     05  FILLER                  PIC X(01).
006500     05  RPT-Y-CP                PIC X(10).
006600     05  FILLER                  PIC X(01).
006700     05  RPT-Y-VILLE             PIC X(25).
006800     05  FILLER                  PIC X(01).
006900     05  RPT-Y-NB                PIC ZZ9.
007000     05  FILLER                  PIC X(01).
007100     05  RPT-Y-MARQUE            PIC X(23).
007200*
007300 01  WS-DETAIL-VIEW REDEFINES WS-REPORT-LINE.
007400     05  FILLER                  PIC X(06).
007500     05  RPT-D-ID                PIC Z(8)9.
007600     05  FILLER                  PIC X(02).
007700     05  RPT-D-NOM               PIC X(30).
007800     05  FILLER                  PIC X(01).
007900     05  RPT-D-PRENOM            PIC X(25).
008000     05  FILLER                  PIC X(01).
008100     05  RPT-D-NAISSANCE         PIC X(10).
008200     05  FILLER                  PIC X(48).
008300*
008400 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
008500     05  RPT-R-LIBELLE           PIC X(28).
008600     05  RPT-R-NB                PIC ZZZ,ZZZ,ZZ9.
008700     05  FILLER                  PIC X(93).
008800*
008900 01  WS-FIN-VIEW REDEFINES WS-REPORT-LINE.
009000     05  RPT-F-LIBELLE           PIC X(24).
009100     05  RPT-F-NB-LIGNES         PIC ZZZ,ZZZ,ZZ9.
009200     05  FILLER                  PIC X(97).
009300*
009400*--------------------------------------------------------------
009500* ZONE DE PARAMETRAGE DU PASSAGE.
009600*     PARM FACULTATIF :  LISTE
009700*                        OU  SCINDER=<ID>
009800*                        OU  RATTACHER=<ID>/<FOYER>
009900*     SANS PARM, RECALCUL COMPLET DES FOYERS PUIS LISTE.
010000*--------------------------------------------------------------
010100 01  WS-PARM-LINE                PIC X(132).
010200 01  WS-SEL-CRITERE              PIC X(10).
010300 01  WS-SEL-VALEUR               PIC X(100).
010400 01  WS-ID-EDIT                  PIC X(09).
010500 01  WS-FOYER-EDIT               PIC X(09).
010600*
010700 01  WS-MODE-SWITCH              PIC X(01)   VALUE "G".
010800     88  MODE-REGROUPEMENT                   VALUE "G".
010900     88  MODE-LISTE                          VALUE "L".
011000     88  MODE-SCISSION                       VALUE "S".
011100     88  MODE-RATTACHEMENT                   VALUE "R".
011200*
011300*--------------------------------------------------------------
011400* ZONE DE TRAVAIL DU PASSAGE.
011500*--------------------------------------------------------------
011600 01  WS-FOY-STATUS               PIC X(02).
011700     88  FOY-STATUT-OK                        VALUE "00".
011800*
011900 01  WS-SEUIL-NOMBREUX           PIC 9(03)   VALUE 6.
012000*
012100 01  WS-NB-EXAMINEES             PIC 9(09)   VALUE ZEROS.
012200 01  WS-NB-AFFECTEES             PIC 9(09)   VALUE ZEROS.
012300 01  WS-NB-ECHECS                PIC 9(09)   VALUE ZEROS.
012400 01  WS-NB-FOYERS                PIC 9(09)   VALUE ZEROS.
012500 01  WS-NB-FOYERS-SEULS          PIC 9(09)   VALUE ZEROS.
012600 01  WS-NB-FOYERS-MULTIPLES      PIC 9(09)   VALUE ZEROS.
012700 01  WS-NB-FOYERS-A-VERIFIER     PIC 9(09)   VALUE ZEROS.
012800 01  WS-NB-FOYERS-SCINDES        PIC 9(09)   VALUE ZEROS.
012900 01  WS-NB-MEMBRES-TOTAL         PIC 9(09)   VALUE ZEROS.
013000 01  WS-NB-LIGNES                PIC 9(09)   VALUE ZEROS.
013100 01  WS-FOYER-PRECEDENT          PIC 9(09)   VALUE ZEROS.
013200*
013300 77  WS-FIN-SELECTION-SWITCH     PIC X(01)   VALUE "N".
013400     88  FIN-SELECTION                       VALUE "Y".
013500*
013600 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
013700     88  FIN-CURSEUR                         VALUE "Y".
013800*
013900 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
014000     88  CONNEXION-OUVERTE                   VALUE "Y".
014100*
014200*--------------------------------------------------------------
014300* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
014400*--------------------------------------------------------------
014500 01  WS-JRN-DATE                 PIC 9(08).
014600 01  WS-JRN-HEURE                PIC 9(08).
014700*
014800 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
014900     88  JOURNAL-OUVERT                      VALUE "Y".
015000*
015100*--------------------------------------------------------------
015200* COMPTE RENDU DE L'AFFECTATION AU FOYER (SOUS-PROGRAMME
015300* PERSFYA), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
015400* HOTE.
015500*--------------------------------------------------------------
015600     COPY PERSFYAC.
015700*
015712*--------------------------------------------------------------
015725* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
015737* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
015750* HOTE.
015762*--------------------------------------------------------------
015775     COPY PERSHABC.
015787*
015800 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
015900     COPY PERSREC.
016000     COPY PERSJRN.
016100 01  WS-NB-ATTENDU               PIC 9(09)   VALUE ZEROS.
016200 01  WS-ID-DERNIER               PIC 9(09)   VALUE ZEROS.
016300 01  WS-FOYER-ID                 PIC 9(09).
016400 01  WS-FOYER-ACTUEL             PIC 9(09).
016500 01  WS-FOYER-NOUVEAU            PIC 9(09).
016600 01  WS-FOYER-SCINDE             PIC X(01).
016700 01  WS-FOYER-ADRESSE            PIC X(200).
016800 01  WS-FOYER-CP                 PIC X(10).
016900 01  WS-FOYER-VILLE              PIC X(100).
017000 01  WS-FOYER-NB-MEMBRES         PIC 9(05).
017100 01  WS-FOYER-NB-NOMS            PIC 9(05).
017200 01  WS-CLE-ACTUELLE             PIC X(320).
017300 01  WS-CLE-CIBLE                PIC X(320).
017400 01  USERNAME                    PIC X(30).
017500 01  PASSWD                      PIC X(30).
017600 01  DBNAME                      PIC X(10).
017700 EXEC SQL END DECLARE SECTION END-EXEC.
017800*
017900 EXEC SQL INCLUDE SQLCA END-EXEC.
018000*
018100 PROCEDURE DIVISION.
018200*
018300*==============================================================
018400* 0000-MAINLINE
018500*==============================================================
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALISATION
018800         THRU 1000-INITIALISATION-EXIT.
018900*
019000     PERFORM 1500-LIRE-CREDENTIALS
019100         THRU 1500-LIRE-CREDENTIALS-EXIT.
019200*
019300     PERFORM 2000-CONNEXION
019400         THRU 2000-CONNEXION-EXIT.
019500*
019600     PERFORM 8800-JOURNAL-DEBUT
019700         THRU 8800-JOURNAL-DEBUT-EXIT.
019725*
019750     PERFORM 2100-CONTROLER-HABILITATION
019775         THRU 2100-CONTROLER-HABILITATION-EXIT.
019800*
019900     EVALUATE TRUE
020000         WHEN MODE-SCISSION
020100             PERFORM 4000-SCINDER-FOYER
020200                 THRU 4000-SCINDER-FOYER-EXIT
020300             GO TO 9999-FIN
020400         WHEN MODE-RATTACHEMENT
020500             PERFORM 4500-RATTACHER-FOYER
020600                 THRU 4500-RATTACHER-FOYER-EXIT
020700             GO TO 9999-FIN
020800         WHEN MODE-REGROUPEMENT
020900             PERFORM 3000-REGROUPER
021000                 THRU 3000-REGROUPER-EXIT
021100     END-EVALUATE.
021200*
021300     PERFORM 5000-EDITER-LISTE
021400         THRU 5000-EDITER-LISTE-EXIT.
021500*
021600     PERFORM 8000-TOTAUX
021700         THRU 8000-TOTAUX-EXIT.
021800*
021900     GO TO 9999-FIN.
022000*
022100*==============================================================
022200* 1000-INITIALISATION - DECODE LE PARM (FACULTATIF) ET OUVRE
022300*     L'ETAT FOYOUT EN MODES RECALCUL ET LISTE.
022400*==============================================================
022500 1000-INITIALISATION.
022600     MOVE SPACES TO WS-PARM-LINE.
022700     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
022800*
022900     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
023000         = "LISTE"
023100         SET MODE-LISTE TO TRUE
023200         MOVE SPACES TO WS-PARM-LINE
023300     END-IF.
023400*
023500     IF WS-PARM-LINE NOT = SPACES
023600         MOVE SPACES TO WS-SEL-CRITERE
023700         MOVE SPACES TO WS-SEL-VALEUR
023800         UNSTRING WS-PARM-LINE DELIMITED BY "="
023900             INTO WS-SEL-CRITERE
024000                  WS-SEL-VALEUR
024100         EVALUATE FUNCTION UPPER-CASE
024200             (FUNCTION TRIM(WS-SEL-CRITERE))
024300             WHEN "SCINDER"
024400                 SET MODE-SCISSION TO TRUE
024500                 MOVE WS-SEL-VALEUR TO WS-ID-EDIT
024600                 MOVE ZEROS TO WS-FOYER-EDIT
024700             WHEN "RATTACHER"
024800                 SET MODE-RATTACHEMENT TO TRUE
024900                 MOVE SPACES TO WS-ID-EDIT
025000                 MOVE SPACES TO WS-FOYER-EDIT
025100                 UNSTRING WS-SEL-VALEUR DELIMITED BY "/"
025200                     INTO WS-ID-EDIT
025300                          WS-FOYER-EDIT
025400             WHEN OTHER
025500                 DISPLAY "PERSFOY : parm inconnu (attendu "
025600                     "LISTE, SCINDER=... OU RATTACHER=...) : "
025700                     WS-PARM-LINE
025800                 MOVE 16 TO RETURN-CODE
025900                 GO TO 9999-FIN
026000         END-EVALUATE
026100         IF FUNCTION TRIM(WS-ID-EDIT) IS NOT NUMERIC
026200             OR FUNCTION TRIM(WS-ID-EDIT) = ZEROS
026300             OR FUNCTION TRIM(WS-FOYER-EDIT) IS NOT NUMERIC
026400             DISPLAY "PERSFOY : id de personne ou de foyer "
026500                 "invalide : " WS-PARM-LINE
026600             MOVE 16 TO RETURN-CODE
026700             GO TO 9999-FIN
026800         END-IF
026900         MOVE FUNCTION TRIM(WS-ID-EDIT) TO PERS-ID
027000         MOVE FUNCTION TRIM(WS-FOYER-EDIT) TO WS-FOYER-ID
027100         IF MODE-RATTACHEMENT AND WS-FOYER-ID = ZEROS
027200             DISPLAY "PERSFOY : foyer de rattachement "
027300                 "invalide : " WS-PARM-LINE
027400             MOVE 16 TO RETURN-CODE
027500             GO TO 9999-FIN
027600         END-IF
027700         GO TO 1000-INITIALISATION-EXIT
027800     END-IF.
027900*
028000     OPEN OUTPUT FOY-FILE.
028100*
028200     IF NOT FOY-STATUT-OK
028300         DISPLAY "Erreur a l'ouverture de FOYOUT, statut : "
028400             WS-FOY-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 9999-FIN
028700     END-IF.
028800*
028900     MOVE SPACES TO WS-REPORT-LINE.
029000     MOVE "LISTE DE CONTROLE DES FOYERS (DEUX PERSONNES ET PLUS)"
029100         TO RPT-E-LIBELLE.
029200     PERFORM 6900-ECRIRE-LIGNE
029300         THRU 6900-ECRIRE-LIGNE-EXIT.
029400*
029500 1000-INITIALISATION-EXIT.
029600     EXIT.
029700*
029800*==============================================================
029900* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
030000*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
030100*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
030200*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
030300*==============================================================
030400 1500-LIRE-CREDENTIALS.
030500     MOVE SPACES TO USERNAME.
030600     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
030700     MOVE SPACES TO PASSWD.
030800     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
030900     MOVE SPACES TO DBNAME.
031000     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
031100*
031200     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
031300         DISPLAY "PERSFOY : identifiants de connexion "
031400             "incomplets - verifier PERS_DB_USER / "
031500             "PERS_DB_PASSWD / PERS_DB_NAME."
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 9999-FIN
031800     END-IF.
031900*
032000 1500-LIRE-CREDENTIALS-EXIT.
032100     EXIT.
032200*
032300*==============================================================
032400* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
032500*==============================================================
032600 2000-CONNEXION.
032700     DISPLAY "Connexion a PostgreSQL...".
032800*
032900     EXEC SQL
033000         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
033100     END-EXEC.
033200*
033300     IF SQLCODE NOT = 0
033400         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
033500         MOVE 16 TO RETURN-CODE
033600         GO TO 9999-FIN
033700     END-IF.
033800*
033900     DISPLAY "Connexion reussie !".
034000     SET CONNEXION-OUVERTE TO TRUE.
034100*
034200 2000-CONNEXION-EXIT.
034300     EXIT.
034302*
034305*==============================================================
034308* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
034311*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
034314*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
034317*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
034320*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
034322*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
034325*==============================================================
034328 2100-CONTROLER-HABILITATION.
034331     MOVE "PERSFOY" TO HAB-PROGRAMME.
034334     MOVE WS-MODE-SWITCH TO HAB-MODE.
034337     MOVE ZEROS TO HAB-ID.
034340     SET HAB-REQUIS-AGENT TO TRUE.
034341*
034342     CALL "PERSHAB" USING HAB-CONTROLE.
034345*
034348     IF HAB-ERREUR-SQL
034351         EXEC SQL ROLLBACK END-EXEC
034354         DISPLAY "PERSFOY : controle d'habilitation en echec."
034357         MOVE 16 TO RETURN-CODE
034360         GO TO 9999-FIN
034362     END-IF.
034365*
034368     EXEC SQL COMMIT END-EXEC.
034371*
034374     IF HAB-REFUSE
034377         DISPLAY "PERSFOY : lancement refuse - " HAB-MOTIF
034380         DISPLAY "  Operateur : " HAB-UTILISATEUR
034382         MOVE 28 TO RETURN-CODE
034385         GO TO 9999-FIN
034388     END-IF.
034391*
034394 2100-CONTROLER-HABILITATION-EXIT.
034397     EXIT.
034400*
034500*==============================================================
034600* 3000-REGROUPER - REPASSE TOUTE LA TABLE PERSONNES DANS
034700*     PERSFYA, UNE PERSONNE PAR UNITE DE TRAVAIL (LECTURE PAR
034800*     ID CROISSANT SANS CURSEUR : UN COMMIT FERMERAIT UN
034900*     CURSEUR OUVERT CHEZ POSTGRESQL, CF PERSPRG), PUIS SUPPRIME
035000*     LES FOYERS RESTES SANS MEMBRE (PERSONNES PURGEES OU
035100*     FUSIONNEES DEPUIS LE DERNIER PASSAGE).
035200*==============================================================
035300 3000-REGROUPER.
035400     EXEC SQL
035500         SELECT COUNT(*) INTO :WS-NB-ATTENDU
035600         FROM personnes
035700     END-EXEC.
035800*
035900     IF SQLCODE NOT = 0
036000         DISPLAY "Erreur au comptage des personnes SQLCODE: "
036100             SQLCODE
036200         MOVE 16 TO RETURN-CODE
036300         GO TO 9999-FIN
036400     END-IF.
036500*
036600     PERFORM 3100-LIRE-SUIVANTE
036700         THRU 3100-LIRE-SUIVANTE-EXIT.
036800*
036900     PERFORM 3200-AFFECTER-PERSONNE
037000         THRU 3200-AFFECTER-PERSONNE-EXIT
037100         UNTIL FIN-SELECTION.
037200*
037300     EXEC SQL
037400         DELETE FROM foyers f
037500         WHERE NOT EXISTS
037600               (SELECT 1 FROM personnes p
037700                WHERE p.foyer_id = f.foyer_id)
037800     END-EXEC.
037900*
038000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
038100         EXEC SQL ROLLBACK END-EXEC
038200         DISPLAY "Avertissement - foyers vides non supprimes, "
038300             "SQLCODE: " SQLCODE
038400     ELSE
038500         EXEC SQL COMMIT END-EXEC
038600     END-IF.
038700*
038800     DISPLAY "PERSFOY - personnes examinees : " WS-NB-EXAMINEES.
038900     DISPLAY "PERSFOY - personnes affectees : " WS-NB-AFFECTEES.
039000     DISPLAY "PERSFOY - echecs              : " WS-NB-ECHECS.
039100*
039200 3000-REGROUPER-EXIT.
039300     EXIT.
039400*
039500*==============================================================
039600* 3100-LIRE-SUIVANTE - RAMENE L'ID SUIVANT DE LA TABLE.
039700*==============================================================
039800 3100-LIRE-SUIVANTE.
039900     EXEC SQL
040000         SELECT id INTO :PERS-ID
040100         FROM personnes
040200         WHERE id > :WS-ID-DERNIER
040300         ORDER BY id
040400         LIMIT 1
040500     END-EXEC.
040600*
040700     EVALUATE SQLCODE
040800         WHEN 0
040900             MOVE PERS-ID TO WS-ID-DERNIER
041000         WHEN 100
041100             SET FIN-SELECTION TO TRUE
041200         WHEN OTHER
041300             EXEC SQL ROLLBACK END-EXEC
041400             DISPLAY "Erreur SQL sur la selection SQLCODE: "
041500                 SQLCODE
041600             MOVE 16 TO RETURN-CODE
041700             GO TO 9999-FIN
041800     END-EVALUATE.
041900*
042000 3100-LIRE-SUIVANTE-EXIT.
042100     EXIT.
042200*
042300*==============================================================
042400* 3200-AFFECTER-PERSONNE - AFFECTE LA PERSONNE COURANTE A SON
042500*     FOYER (PERSFYA) ET VALIDE ; UN ECHEC EST ANNULE, COMPTE,
042600*     ET LE PASSAGE CONTINUE. ENCHAINE SUR LA PERSONNE SUIVANTE
042700*     (LECTURE D'AVANCE CLASSIQUE).
042800*==============================================================
042900 3200-AFFECTER-PERSONNE.
043000     ADD 1 TO WS-NB-EXAMINEES.
043100     MOVE PERS-ID TO FYA-ID.
043200     CALL "PERSFYA" USING FYA-AFFECTATION.
043300*
043400     IF FYA-ACCEPTE
043500         EXEC SQL COMMIT END-EXEC
043600         IF FYA-FOYER-ID NOT = ZEROS
043700             ADD 1 TO WS-NB-AFFECTEES
043800         END-IF
043900     ELSE
044000         EXEC SQL ROLLBACK END-EXEC
044100         DISPLAY "PERSFOY : affectation en echec, id " PERS-ID
044200         ADD 1 TO WS-NB-ECHECS
044300     END-IF.
044400*
044500     PERFORM 3100-LIRE-SUIVANTE
044600         THRU 3100-LIRE-SUIVANTE-EXIT.
044700*
044800 3200-AFFECTER-PERSONNE-EXIT.
044900     EXIT.
045000*
045100*==============================================================
045200* 4000-SCINDER-FOYER - LA PERSONNE QUITTE SON FOYER POUR UN
045300*     NOUVEAU FOYER SCINDE DE MEME ADRESSE, QUE LE RECALCUL NE
045400*     REFONDRA PAS. UNE PERSONNE SEULE DANS SON FOYER N'A RIEN A
045500*     SCINDER (CODE RETOUR 4).
045600*==============================================================
045700 4000-SCINDER-FOYER.
045800     PERFORM 4100-LIRE-FOYER-ACTUEL
045900         THRU 4100-LIRE-FOYER-ACTUEL-EXIT.
046000*
046100     EXEC SQL
046200         SELECT COUNT(*) INTO :WS-FOYER-NB-MEMBRES
046300         FROM personnes
046400         WHERE foyer_id = :WS-FOYER-ACTUEL
046500     END-EXEC.
046600*
046700     IF SQLCODE NOT = 0
046800         EXEC SQL ROLLBACK END-EXEC
046900         DISPLAY "Erreur SQL sur le comptage du foyer SQLCODE: "
047000             SQLCODE
047100         MOVE 12 TO RETURN-CODE
047200         GO TO 4000-SCINDER-FOYER-EXIT
047300     END-IF.
047400*
047500     IF WS-FOYER-NB-MEMBRES < 2
047600         EXEC SQL ROLLBACK END-EXEC
047700         DISPLAY "PERSFOY : personne seule dans son foyer, rien "
047800             "a scinder : " PERS-ID
047900         MOVE 4 TO RETURN-CODE
048000         GO TO 4000-SCINDER-FOYER-EXIT
048100     END-IF.
048200*
048300     EXEC SQL
048400         SELECT nextval('seq_foyers_id')
048500         INTO :WS-FOYER-NOUVEAU
048600     END-EXEC.
048700*
048800     IF SQLCODE = 0
048900         EXEC SQL
049000             INSERT INTO foyers
049100                 (foyer_id, cle, adresse, code_postal, ville,
049200                  scinde)
049300             SELECT :WS-FOYER-NOUVEAU, cle, adresse,
049400                    code_postal, ville, 'O'
049500             FROM foyers
049600             WHERE foyer_id = :WS-FOYER-ACTUEL
049700         END-EXEC
049800     END-IF.
049900*
050000     IF SQLCODE = 0
050100         EXEC SQL
050200             UPDATE personnes
050300             SET foyer_id = :WS-FOYER-NOUVEAU
050400             WHERE id = :PERS-ID
050500         END-EXEC
050600     END-IF.
050700*
050800     IF SQLCODE NOT = 0
050900         EXEC SQL ROLLBACK END-EXEC
051000         DISPLAY "Erreur SQL sur la scission SQLCODE: " SQLCODE
051100         MOVE 12 TO RETURN-CODE
051200         GO TO 4000-SCINDER-FOYER-EXIT
051300     END-IF.
051400*
051500     EXEC SQL COMMIT END-EXEC.
051600     DISPLAY "Personne " PERS-ID " " FUNCTION TRIM(PERS-NOM)
051700         " : foyer " WS-FOYER-ACTUEL " scinde, nouveau foyer "
051800         WS-FOYER-NOUVEAU.
051900     MOVE 1 TO WS-NB-AFFECTEES.
052000     MOVE 0 TO RETURN-CODE.
052100*
052200 4000-SCINDER-FOYER-EXIT.
052300     EXIT.
052400*
052500*==============================================================
052600* 4100-LIRE-FOYER-ACTUEL - RELIT LE NOM, LE FOYER ACTUEL DE LA
052700*     PERSONNE ET SA CLE D'ADRESSE. UN ID INCONNU OU SANS FOYER
052800*     SORT EN CODE RETOUR 4 (LANCER D'ABORD LE RECALCUL).
052900*==============================================================
053000 4100-LIRE-FOYER-ACTUEL.
053100     MOVE ZEROS TO WS-FOYER-ACTUEL.
053200     MOVE SPACES TO WS-CLE-ACTUELLE.
053300*
053400     EXEC SQL
053500         SELECT p.nom, COALESCE(p.foyer_id, 0),
053600                COALESCE(f.cle, '')
053700         INTO :PERS-NOM, :WS-FOYER-ACTUEL, :WS-CLE-ACTUELLE
053800         FROM personnes p
053900              LEFT JOIN foyers f ON f.foyer_id = p.foyer_id
054000         WHERE p.id = :PERS-ID
054100     END-EXEC.
054200*
054300     IF SQLCODE = 100
054400         DISPLAY "PERSFOY : id inconnu : " PERS-ID
054500         MOVE 4 TO RETURN-CODE
054600         GO TO 9999-FIN
054700     END-IF.
054800     IF SQLCODE NOT = 0
054900         DISPLAY "Erreur SQL sur la relecture SQLCODE: " SQLCODE
055000         MOVE 12 TO RETURN-CODE
055100         GO TO 9999-FIN
055200     END-IF.
055300*
055400     IF WS-FOYER-ACTUEL = ZEROS OR WS-CLE-ACTUELLE = SPACES
055500         DISPLAY "PERSFOY : personne sans foyer (inactive, sans "
055600             "adresse ou recalcul a lancer) : " PERS-ID
055700         MOVE 4 TO RETURN-CODE
055800         GO TO 9999-FIN
055900     END-IF.
056000*
056100 4100-LIRE-FOYER-ACTUEL-EXIT.
056200     EXIT.
056300*
056400*==============================================================
056500* 4500-RATTACHER-FOYER - LA PERSONNE REJOINT LE FOYER DEMANDE,
056600*     QUI DOIT PORTER LA MEME ADRESSE NORMALISEE QUE SON FOYER
056700*     ACTUEL (CODE RETOUR 8 SINON). L'ANCIEN FOYER EST SUPPRIME
056800*     S'IL RESTE VIDE.
056900*==============================================================
057000 4500-RATTACHER-FOYER.
057100     PERFORM 4100-LIRE-FOYER-ACTUEL
057200         THRU 4100-LIRE-FOYER-ACTUEL-EXIT.
057300*
057400     MOVE SPACES TO WS-CLE-CIBLE.
057500     EXEC SQL
057600         SELECT cle INTO :WS-CLE-CIBLE
057700         FROM foyers
057800         WHERE foyer_id = :WS-FOYER-ID
057900     END-EXEC.
058000*
058100     IF SQLCODE = 100
058200         EXEC SQL ROLLBACK END-EXEC
058300         DISPLAY "PERSFOY : foyer inconnu : " WS-FOYER-ID
058400         MOVE 4 TO RETURN-CODE
058500         GO TO 4500-RATTACHER-FOYER-EXIT
058600     END-IF.
058700     IF SQLCODE NOT = 0
058800         EXEC SQL ROLLBACK END-EXEC
058900         DISPLAY "Erreur SQL sur le foyer demande SQLCODE: "
059000             SQLCODE
059100         MOVE 12 TO RETURN-CODE
059200         GO TO 4500-RATTACHER-FOYER-EXIT
059300     END-IF.
059400*
059500     IF WS-CLE-CIBLE NOT = WS-CLE-ACTUELLE
059600         EXEC SQL ROLLBACK END-EXEC
059700         DISPLAY "PERSFOY : rattachement refuse - le foyer "
059800             WS-FOYER-ID " n'est pas a l'adresse de la personne "
059900             PERS-ID
060000         MOVE 8 TO RETURN-CODE
060100         GO TO 4500-RATTACHER-FOYER-EXIT
060200     END-IF.
060300*
060400     EXEC SQL
060500         UPDATE personnes
060600         SET foyer_id = :WS-FOYER-ID
060700         WHERE id = :PERS-ID
060800     END-EXEC.
060900*
061000     IF SQLCODE = 0
061100         EXEC SQL
061200             DELETE FROM foyers
061300             WHERE foyer_id = :WS-FOYER-ACTUEL
061400               AND NOT EXISTS
061500                   (SELECT 1 FROM personnes p
061600                    WHERE p.foyer_id = :WS-FOYER-ACTUEL)
061700         END-EXEC
061800     END-IF.
061900*
062000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
062100         EXEC SQL ROLLBACK END-EXEC
062200         DISPLAY "Erreur SQL sur le rattachement SQLCODE: "
062300             SQLCODE
062400         MOVE 12 TO RETURN-CODE
062500         GO TO 4500-RATTACHER-FOYER-EXIT
062600     END-IF.
062700*
062800     EXEC SQL COMMIT END-EXEC.
062900     DISPLAY "Personne " PERS-ID " " FUNCTION TRIM(PERS-NOM)
063000         " rattachee au foyer " WS-FOYER-ID.
063100     MOVE 1 TO WS-NB-AFFECTEES.
063200     MOVE 0 TO RETURN-CODE.
063300*
063400 4500-RATTACHER-FOYER-EXIT.
063500     EXIT.
063600*
063700*==============================================================
063800* 5000-EDITER-LISTE - PARCOURT LES FOYERS ET LEURS MEMBRES PAR
063900*     VILLE PUIS ADRESSE ; SEULS LES FOYERS DE PLUSIEURS
064000*     PERSONNES SONT EDITES, LES FOYERS D'UNE PERSONNE SONT
064100*     SEULEMENT COMPTES.
064200*==============================================================
064300 5000-EDITER-LISTE.
064400     EXEC SQL
064500         DECLARE C-FOYERS CURSOR FOR
064600         SELECT f.foyer_id, f.scinde,
064700                COALESCE(f.adresse, ''),
064800                COALESCE(f.code_postal, ''),
064900                COALESCE(f.ville, ''),
065000                p.id, COALESCE(p.nom, ''),
065100                COALESCE(p.prenom, ''),
065200                COALESCE(p.date_naissance, ''),
065300                (SELECT COUNT(*) FROM personnes q
065400                 WHERE q.foyer_id = f.foyer_id),
065500                (SELECT COUNT(DISTINCT UPPER(TRIM(q.nom)))
065600                 FROM personnes q
065700                 WHERE q.foyer_id = f.foyer_id)
065800         FROM foyers f
065900              JOIN personnes p ON p.foyer_id = f.foyer_id
066000         ORDER BY f.ville, f.cle, f.foyer_id, p.id
066100     END-EXEC.
066200*
066300     EXEC SQL
066400         OPEN C-FOYERS
066500     END-EXEC.
066600*
066700     IF SQLCODE NOT = 0
066800         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
066900             SQLCODE
067000         MOVE 16 TO RETURN-CODE
067100         GO TO 9999-FIN
067200     END-IF.
067300*
067400     PERFORM 5100-FETCH-FOYER
067500         THRU 5100-FETCH-FOYER-EXIT.
067600*
067700     PERFORM 5200-TRAITER-MEMBRE
067800         THRU 5200-TRAITER-MEMBRE-EXIT
067900         UNTIL FIN-CURSEUR.
068000*
068100     EXEC SQL
068200         CLOSE C-FOYERS
068300     END-EXEC.
068400*
068500 5000-EDITER-LISTE-EXIT.
068600     EXIT.
068700*
068800*==============================================================
068900* 5100-FETCH-FOYER - RAMENE LE MEMBRE SUIVANT. SQLCODE = 100
069000*     MARQUE LA FIN DE LA LISTE.
069100*==============================================================
069200 5100-FETCH-FOYER.
069300     EXEC SQL
069400         FETCH C-FOYERS
069500         INTO :WS-FOYER-ID, :WS-FOYER-SCINDE,
069600              :WS-FOYER-ADRESSE, :WS-FOYER-CP,
069700              :WS-FOYER-VILLE,
069800              :PERS-ID, :PERS-NOM, :PERS-PRENOM,
069900              :PERS-DATE-NAISSANCE,
070000              :WS-FOYER-NB-MEMBRES, :WS-FOYER-NB-NOMS
070100     END-EXEC.
070200*
070300     EVALUATE SQLCODE
070400         WHEN 0
070500             CONTINUE
070600         WHEN 100
070700             SET FIN-CURSEUR TO TRUE
070800         WHEN OTHER
070900             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
071000             MOVE 16 TO RETURN-CODE
071100             GO TO 9999-FIN
071200     END-EVALUATE.
071300*
071400 5100-FETCH-FOYER-EXIT.
071500     EXIT.
071600*
071700*==============================================================
071800* 5200-TRAITER-MEMBRE - AU PREMIER MEMBRE D'UN FOYER, COMPTE LE
071900*     FOYER ET EDITE SA LIGNE (FOYERS DE PLUSIEURS PERSONNES) ;
072000*     PUIS EDITE LE MEMBRE ET ENCHAINE SUR LE SUIVANT (LECTURE
072100*     D'AVANCE CLASSIQUE).
072200*==============================================================
072300 5200-TRAITER-MEMBRE.
072400     IF WS-FOYER-ID NOT = WS-FOYER-PRECEDENT
072500         MOVE WS-FOYER-ID TO WS-FOYER-PRECEDENT
072600         PERFORM 5300-EDITER-FOYER
072700             THRU 5300-EDITER-FOYER-EXIT
072800     END-IF.
072900*
073000     ADD 1 TO WS-NB-MEMBRES-TOTAL.
073100*
073200     IF WS-FOYER-NB-MEMBRES > 1
073300         MOVE SPACES TO WS-REPORT-LINE
073400         MOVE PERS-ID TO RPT-D-ID
073500         MOVE PERS-NOM(1:30) TO RPT-D-NOM
073600         MOVE PERS-PRENOM(1:25) TO RPT-D-PRENOM
073700         MOVE PERS-DATE-NAISSANCE TO RPT-D-NAISSANCE
073800         PERFORM 6900-ECRIRE-LIGNE
073900             THRU 6900-ECRIRE-LIGNE-EXIT
074000     END-IF.
074100*
074200     PERFORM 5100-FETCH-FOYER
074300         THRU 5100-FETCH-FOYER-EXIT.
074400*
074500 5200-TRAITER-MEMBRE-EXIT.
074600     EXIT.
074700*
074800*==============================================================
074900* 5300-EDITER-FOYER - COMPTE LE FOYER ET, S'IL A PLUSIEURS
075000*     MEMBRES, EDITE SA LIGNE AVEC LA MARQUE DE CONTROLE : FOYER
075100*     NOMBREUX (AU-DELA DU SEUIL), NOMS DIFFERENTS, OU FOYER
075200*     SCINDE A LA MAIN.
075300*==============================================================
075400 5300-EDITER-FOYER.
075500     ADD 1 TO WS-NB-FOYERS.
075600     IF WS-FOYER-SCINDE = "O"
075700         ADD 1 TO WS-NB-FOYERS-SCINDES
075800     END-IF.
075900*
076000     IF WS-FOYER-NB-MEMBRES < 2
076100         ADD 1 TO WS-NB-FOYERS-SEULS
076200         GO TO 5300-EDITER-FOYER-EXIT
076300     END-IF.
076400*
076500     ADD 1 TO WS-NB-FOYERS-MULTIPLES.
076600*
076700     MOVE SPACES TO WS-REPORT-LINE.
076800     PERFORM 6900-ECRIRE-LIGNE
076900         THRU 6900-ECRIRE-LIGNE-EXIT.
077000*
077100     MOVE "FOYER " TO RPT-Y-LIBELLE.
077200     MOVE WS-FOYER-ID TO RPT-Y-ID.
077300     MOVE WS-FOYER-ADRESSE(1:50) TO RPT-Y-ADRESSE.
077400     MOVE WS-FOYER-CP TO RPT-Y-CP.
077500     MOVE WS-FOYER-VILLE(1:25) TO RPT-Y-VILLE.
077600     MOVE WS-FOYER-NB-MEMBRES TO RPT-Y-NB.
077700*
077800     EVALUATE TRUE
077900         WHEN WS-FOYER-NB-MEMBRES > WS-SEUIL-NOMBREUX
078000             MOVE "<== FOYER NOMBREUX" TO RPT-Y-MARQUE
078100             ADD 1 TO WS-NB-FOYERS-A-VERIFIER
078200         WHEN WS-FOYER-NB-NOMS > 1
078300             MOVE "<== NOMS DIFFERENTS" TO RPT-Y-MARQUE
078400             ADD 1 TO WS-NB-FOYERS-A-VERIFIER
078500         WHEN WS-FOYER-SCINDE = "O"
078600             MOVE "FOYER SCINDE" TO RPT-Y-MARQUE
078700         WHEN OTHER
078800             CONTINUE
078900     END-EVALUATE.
079000*
079100     PERFORM 6900-ECRIRE-LIGNE
079200         THRU 6900-ECRIRE-LIGNE-EXIT.
079300*
079400 5300-EDITER-FOYER-EXIT.
079500     EXIT.
079600*
079700*==============================================================
079800* 6600-ECRIRE-RECAP - EDITE UNE LIGNE DE RECAPITULATIF DEJA
079900*     PREPAREE DANS LA VUE WS-RECAP-VIEW PAR L'APPELANT.
080000*==============================================================
080100 6600-ECRIRE-RECAP.
080200     MOVE SPACES TO WS-REPORT-LINE(40:93).
080300     PERFORM 6900-ECRIRE-LIGNE
080400         THRU 6900-ECRIRE-LIGNE-EXIT.
080500*
080600 6600-ECRIRE-RECAP-EXIT.
080700     EXIT.
080800*
080900*==============================================================
081000* 6900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS L'ETAT FOYOUT
081100*     ET LA COMPTE.
081200*==============================================================
081300 6900-ECRIRE-LIGNE.
081400     MOVE WS-REPORT-LINE TO FOY-RECORD.
081500     WRITE FOY-RECORD.
081600*
081700     IF NOT FOY-STATUT-OK
081800         DISPLAY "Erreur a l'ecriture FOYOUT, statut : "
081900             WS-FOY-STATUS
082000         MOVE 16 TO RETURN-CODE
082100         GO TO 9999-FIN
082200     END-IF.
082300*
082400     ADD 1 TO WS-NB-LIGNES.
082500*
082600 6900-ECRIRE-LIGNE-EXIT.
082700     EXIT.
082800*
082900*==============================================================
083000* 8000-TOTAUX - EDITE LE RECAPITULATIF DES FOYERS ET LA LIGNE DE
083100*     FIN, FERME L'ETAT. DES ECHECS D'AFFECTATION OU DES FOYERS
083200*     A VERIFIER SORTENT EN CODE RETOUR 4.
083300*==============================================================
083400 8000-TOTAUX.
083500     MOVE SPACES TO WS-REPORT-LINE.
083600     PERFORM 6900-ECRIRE-LIGNE
083700         THRU 6900-ECRIRE-LIGNE-EXIT.
083800*
083900     MOVE "TOTAL FOYERS" TO RPT-R-LIBELLE.
084000     MOVE WS-NB-FOYERS TO RPT-R-NB.
084100     PERFORM 6600-ECRIRE-RECAP
084200         THRU 6600-ECRIRE-RECAP-EXIT.
084300*
084400     MOVE "FOYERS D'UNE PERSONNE" TO RPT-R-LIBELLE.
084500     MOVE WS-NB-FOYERS-SEULS TO RPT-R-NB.
084600     PERFORM 6600-ECRIRE-RECAP
084700         THRU 6600-ECRIRE-RECAP-EXIT.
084800*
084900     MOVE "FOYERS DE PLUSIEURS PERS." TO RPT-R-LIBELLE.
085000     MOVE WS-NB-FOYERS-MULTIPLES TO RPT-R-NB.
085100     PERFORM 6600-ECRIRE-RECAP
085200         THRU 6600-ECRIRE-RECAP-EXIT.
085300*
085400     MOVE "FOYERS A VERIFIER" TO RPT-R-LIBELLE.
085500     MOVE WS-NB-FOYERS-A-VERIFIER TO RPT-R-NB.
085600     PERFORM 6600-ECRIRE-RECAP
085700         THRU 6600-ECRIRE-RECAP-EXIT.
085800*
085900     MOVE "FOYERS SCINDES" TO RPT-R-LIBELLE.
086000     MOVE WS-NB-FOYERS-SCINDES TO RPT-R-NB.
086100     PERFORM 6600-ECRIRE-RECAP
086200         THRU 6600-ECRIRE-RECAP-EXIT.
086300*
086400     MOVE "PERSONNES EN FOYER" TO RPT-R-LIBELLE.
086500     MOVE WS-NB-MEMBRES-TOTAL TO RPT-R-NB.
086600     PERFORM 6600-ECRIRE-RECAP
086700         THRU 6600-ECRIRE-RECAP-EXIT.
086800*
086900     MOVE SPACES TO WS-REPORT-LINE.
087000     MOVE "NOMBRE DE LIGNES :" TO RPT-F-LIBELLE.
087100     ADD 1 TO WS-NB-LIGNES GIVING RPT-F-NB-LIGNES.
087200     PERFORM 6900-ECRIRE-LIGNE
087300         THRU 6900-ECRIRE-LIGNE-EXIT.
087400*
087500     CLOSE FOY-FILE.
087600*
087700     IF NOT FOY-STATUT-OK
087800         DISPLAY "Erreur a la fermeture de FOYOUT, statut : "
087900             WS-FOY-STATUS
088000         MOVE 16 TO RETURN-CODE
088100         GO TO 9999-FIN
088200     END-IF.
088300*
088400     DISPLAY "Liste produite - " WS-NB-FOYERS " foyer(s), "
088500         WS-NB-FOYERS-A-VERIFIER " a verifier.".
088600*
088700     IF WS-NB-ECHECS NOT = ZEROS
088800         OR WS-NB-FOYERS-A-VERIFIER NOT = ZEROS
088900         MOVE 4 TO RETURN-CODE
089000     ELSE
089100         MOVE 0 TO RETURN-CODE
089200     END-IF.
089300*
089400 8000-TOTAUX-EXIT.
089500     EXIT.
089600*
089700*==============================================================
089800* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
089900*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
090000*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
090100*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
090200*==============================================================
090300 8800-JOURNAL-DEBUT.
090400     MOVE "PERSFOY" TO JRN-PROGRAMME.
090500     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
090600     ACCEPT WS-JRN-HEURE FROM TIME.
090700*
090800     MOVE SPACES TO JRN-DEBUT.
090900     STRING WS-JRN-DATE(1:4) "-"
091000            WS-JRN-DATE(5:2) "-"
091100            WS-JRN-DATE(7:2) " "
091200            WS-JRN-HEURE(1:2) ":"
091300            WS-JRN-HEURE(3:2) ":"
091400            WS-JRN-HEURE(5:2)
091500         DELIMITED BY SIZE INTO JRN-DEBUT.
091600*
091700     SET JRN-PASSAGE-NORMAL TO TRUE.
091800*
091900     EXEC SQL
092000         INSERT INTO journal_batch (programme, debut, reprise)
092100         VALUES (:JRN-PROGRAMME,
092200                 TO_TIMESTAMP(:JRN-DEBUT,
092300                              'YYYY-MM-DD HH24:MI:SS'),
092400                 :JRN-REPRISE)
092500     END-EXEC.
092600*
092700     IF SQLCODE NOT = 0
092800         EXEC SQL ROLLBACK END-EXEC
092900         DISPLAY "Avertissement - journal des passages non "
093000             "ecrit, SQLCODE: " SQLCODE
093100     ELSE
093200         EXEC SQL COMMIT END-EXEC
093300         SET JOURNAL-OUVERT TO TRUE
093400     END-IF.
093500*
093600 8800-JOURNAL-DEBUT-EXIT.
093700     EXIT.
093800*
093900*==============================================================
094000* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
094100*     (FIN, VOLUMES EXAMINES/AFFECTES, CODE RETOUR). APPELE EN
094200*     9999-FIN QUELLE QUE SOIT L'ISSUE DU PASSAGE.
094300*==============================================================
094400 8900-JOURNAL-FIN.
094500     IF NOT JOURNAL-OUVERT
094600         GO TO 8900-JOURNAL-FIN-EXIT
094700     END-IF.
094800*
094900     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
095000     MOVE WS-NB-ATTENDU TO JRN-NB-ATTENDU.
095100     MOVE WS-NB-AFFECTEES TO JRN-NB-TRAITE.
095200*
095300     EXEC SQL
095400         UPDATE journal_batch
095500         SET fin = CURRENT_TIMESTAMP,
095600             nb_attendu = :JRN-NB-ATTENDU,
095700             nb_traite = :JRN-NB-TRAITE,
095800             code_retour = :JRN-CODE-RETOUR
095900         WHERE programme = :JRN-PROGRAMME
096000           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
096100                                    'YYYY-MM-DD HH24:MI:SS')
096200     END-EXEC.
096300*
096400     IF SQLCODE NOT = 0
096500         EXEC SQL ROLLBACK END-EXEC
096600         DISPLAY "Avertissement - journal des passages non "
096700             "complete, SQLCODE: " SQLCODE
096800     ELSE
096900         EXEC SQL COMMIT END-EXEC
097000     END-IF.
097100*
097200 8900-JOURNAL-FIN-EXIT.
097300     EXIT.
097400*
097500*==============================================================
097600* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
097700*==============================================================
097800 9999-FIN.
097900     IF CONNEXION-OUVERTE
098000         PERFORM 8900-JOURNAL-FIN
098100             THRU 8900-JOURNAL-FIN-EXIT
098200     END-IF.
098300     IF CONNEXION-OUVERTE
098400         DISPLAY "Deconnexion reussie."
098500     END-IF.
098600     STOP RUN.
