000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSCOM.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - CHARGEMENT DU REFERENTIEL
001000*                    POSTAL DES COMMUNES (TABLE COMMUNES) DEPUIS
001100*                    LA BASE OFFICIELLE DES CODES POSTAUX DE LA
001200*                    POSTE (FICHIER COMIN : CODE INSEE, NOM DE LA
001300*                    COMMUNE, CODE POSTAL, LIBELLE D'ACHEMINEMENT,
001400*                    LIGNE 5, SEPARES PAR ";"). LE REFERENTIEL EST
001500*                    REMPLACE EN ENTIER DANS UNE SEULE UNITE DE
001600*                    TRAVAIL, A CHAQUE PARUTION ANNUELLE DU
001700*                    FICHIER. LA LIGNE D'ENTETE EST IGNOREE, LES
001800*                    LIGNES INVALIDES PARTENT DANS COMREJ AVEC
001900*                    LEUR MOTIF, LES COUPLES COMMUNE / CODE POSTAL
002000*                    REPETES (LIEUX-DITS DE LA LIGNE 5) NE SONT
002100*                    CHARGES QU'UNE FOIS. UN FICHIER SANS AUCUNE
002200*                    COMMUNE, OU QUI FERAIT PERDRE AU REFERENTIEL
002300*                    PLUS DE 10 % DE SES LIGNES (SAUF PARM
002400*                    FORCER), EST REFUSE EN CODE RETOUR 24 ET LE
002500*                    REFERENTIEL EN PLACE EST CONSERVE.
002514*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002528*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002542*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002557*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002571*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002585*                    TRAITER.
002600*--------------------------------------------------------------
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ENT-FILE         ASSIGN TO "COMIN"
003200                             ORGANIZATION LINE SEQUENTIAL
003300                             FILE STATUS IS WS-ENT-STATUS.
003400*
003500     SELECT REJ-FILE         ASSIGN TO "COMREJ"
003600                             ORGANIZATION LINE SEQUENTIAL
003700                             FILE STATUS IS WS-REJ-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ENT-FILE
004200     RECORDING MODE IS F.
004300 01  ENT-RECORD                  PIC X(300).
004400*
004500 FD  REJ-FILE
004600     RECORDING MODE IS F.
004700 01  REJ-RECORD.
004800     05  REJ-MOTIF               PIC X(50).
004900     05  REJ-LIGNE               PIC X(300).
005000*
005100 WORKING-STORAGE SECTION.
005200*
005300*--------------------------------------------------------------
005400* RUBRIQUES DECOUPEES DE LA LIGNE DU FICHIER DE LA POSTE, DANS
005500* L'ORDRE DU FICHIER (CODE INSEE, NOM DE LA COMMUNE, CODE
005600* POSTAL, LIBELLE D'ACHEMINEMENT, LIGNE 5). LES RUBRIQUES
005700* SUIVANTES EVENTUELLES (COORDONNEES) SONT IGNOREES.
005800*--------------------------------------------------------------
005900 01  WS-CHAMP-INSEE              PIC X(10).
006000 01  WS-CHAMP-NOM                PIC X(100).
006100 01  WS-CHAMP-CODE-POSTAL        PIC X(10).
006200 01  WS-CHAMP-ACHEMINEMENT       PIC X(100).
006300 01  WS-CHAMP-LIGNE-5            PIC X(100).
006400*
006500*--------------------------------------------------------------
006600* ZONE DE PARAMETRAGE DU PASSAGE.
006700*     PARM FACULTATIF :  FORCER  (ADMET UNE BAISSE DE PLUS DE
006800*                                 10 % DU NOMBRE DE LIGNES)
006900*--------------------------------------------------------------
007000 01  WS-PARM-LINE                PIC X(80).
007100*
007200 77  WS-FORCAGE-SWITCH           PIC X(01)   VALUE "N".
007300     88  BAISSE-FORCEE                       VALUE "O".
007400*
007500*--------------------------------------------------------------
007600* ZONE DE TRAVAIL DU PASSAGE.
007700*--------------------------------------------------------------
007800 01  WS-ENT-STATUS               PIC X(02).
007900     88  ENT-STATUT-OK                        VALUE "00".
008000     88  ENT-FICHIER-ABSENT                  VALUE "35".
008100 01  WS-REJ-STATUS               PIC X(02).
008200     88  REJ-STATUT-OK                        VALUE "00".
008300*
008400 01  WS-NB-LUES                  PIC 9(09)   VALUE ZEROS.
008500 01  WS-NB-VALIDES               PIC 9(09)   VALUE ZEROS.
008600 01  WS-NB-REJETEES              PIC 9(09)   VALUE ZEROS.
008700 01  WS-NB-REPETEES              PIC 9(09)   VALUE ZEROS.
008800*
008900 01  WS-MOTIF-REJET              PIC X(50).
009000 01  WS-SQLCODE-EDITE            PIC -(08)9.
009100 01  WS-NB-ANCIENNES-X9          PIC 9(11).
009200 01  WS-NB-CHARGEES-X10          PIC 9(11).
009300*
009400 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
009500     88  FIN-FICHIER                         VALUE "Y".
009600*
009700 77  WS-ENTETE-SWITCH            PIC X(01)   VALUE "N".
009800     88  ENTETE-EXAMINEE                     VALUE "Y".
009900*
010000 77  WS-CHARGEMENT-SWITCH        PIC X(01)   VALUE "N".
010100     88  CHARGEMENT-EN-COURS                 VALUE "Y".
010200*
010300 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
010400     88  CONNEXION-OUVERTE                   VALUE "Y".
010500*
010600*--------------------------------------------------------------
010700* ZONE DE TRAVAIL DU JOURNAL DES PASSAGES BATCH.
010800*--------------------------------------------------------------
010900 01  WS-JRN-DATE                 PIC 9(08).
011000 01  WS-JRN-HEURE                PIC 9(08).
011100*
011200 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
011300     88  JOURNAL-OUVERT                      VALUE "Y".
011400*
011412*--------------------------------------------------------------
011425* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
011437* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011450* HOTE.
011462*--------------------------------------------------------------
011475     COPY PERSHABC.
011487*
011500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011600     COPY PERSJRN.
011700 01  WS-COM-INSEE                PIC X(05).
011800 01  WS-COM-CODE-POSTAL          PIC X(05).
011900 01  WS-COM-LIBELLE              PIC X(50).
012000 01  WS-COM-ACHEMINEMENT         PIC X(50).
012100 01  WS-NB-ANCIENNES             PIC 9(09).
012200 01  WS-NB-CHARGEES              PIC 9(09).
012300 01  USERNAME                    PIC X(30).
012400 01  PASSWD                      PIC X(30).
012500 01  DBNAME                      PIC X(10).
012600 EXEC SQL END DECLARE SECTION END-EXEC.
012700*
012800 EXEC SQL INCLUDE SQLCA END-EXEC.
012900*
013000 PROCEDURE DIVISION.
013100*
013200*==============================================================
013300* 0000-MAINLINE
013400*==============================================================
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALISATION
013700         THRU 1000-INITIALISATION-EXIT.
013800*
013900     PERFORM 1500-LIRE-CREDENTIALS
014000         THRU 1500-LIRE-CREDENTIALS-EXIT.
014100*
014200     PERFORM 2000-CONNEXION
014300         THRU 2000-CONNEXION-EXIT.
014400*
014500     PERFORM 8800-JOURNAL-DEBUT
014600         THRU 8800-JOURNAL-DEBUT-EXIT.
014625*
014650     PERFORM 2100-CONTROLER-HABILITATION
014675         THRU 2100-CONTROLER-HABILITATION-EXIT.
014700*
014800     PERFORM 2200-VIDER-REFERENTIEL
014900         THRU 2200-VIDER-REFERENTIEL-EXIT.
015000*
015100     PERFORM 2500-LIRE-ENTREE
015200         THRU 2500-LIRE-ENTREE-EXIT.
015300*
015400     PERFORM 3000-TRAITER-LIGNE
015500         THRU 3000-TRAITER-LIGNE-EXIT
015600         UNTIL FIN-FICHIER.
015700*
015800     PERFORM 8000-TOTAUX
015900         THRU 8000-TOTAUX-EXIT.
016000*
016100     GO TO 9999-FIN.
016200*
016300*==============================================================
016400* 1000-INITIALISATION - OUVERTURE DU FICHIER DE LA POSTE ET DU
016500*     FICHIER DES REJETS. UN FICHIER D'ENTREE ABSENT EST UNE
016600*     ERREUR DE LANCEMENT, PAS UN PASSAGE VIDE.
016700*     LE PARM FACULTATIF FORCER ADMET UN FICHIER QUI FAIT
016800*     BAISSER LE REFERENTIEL DE PLUS DE 10 % (CF 8000-TOTAUX).
016900*==============================================================
017000 1000-INITIALISATION.
017100     MOVE SPACES TO WS-PARM-LINE.
017200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
017300*
017400     IF WS-PARM-LINE NOT = SPACES
017500         IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
017600             = "FORCER"
017700             SET BAISSE-FORCEE TO TRUE
017800         ELSE
017900             DISPLAY "PERSCOM : parm inconnu (attendu FORCER) : "
018000                 WS-PARM-LINE
018100             MOVE 16 TO RETURN-CODE
018200             GO TO 9999-FIN
018300         END-IF
018400     END-IF.
018500*
018600     OPEN INPUT ENT-FILE.
018700*
018800     IF ENT-FICHIER-ABSENT
018900         DISPLAY "PERSCOM : fichier COMIN absent."
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 9999-FIN
019200     END-IF.
019300*
019400     IF NOT ENT-STATUT-OK
019500         DISPLAY "Erreur a l'ouverture de COMIN, statut : "
019600             WS-ENT-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         GO TO 9999-FIN
019900     END-IF.
020000*
020100     OPEN OUTPUT REJ-FILE.
020200*
020300     IF NOT REJ-STATUT-OK
020400         DISPLAY "Erreur a l'ouverture de COMREJ, statut : "
020500             WS-REJ-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         GO TO 9999-FIN
020800     END-IF.
020900*
021000 1000-INITIALISATION-EXIT.
021100     EXIT.
021200*
021300*==============================================================
021400* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
021500*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
021600*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
021700*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
021800*==============================================================
021900 1500-LIRE-CREDENTIALS.
022000     MOVE SPACES TO USERNAME.
022100     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
022200     MOVE SPACES TO PASSWD.
022300     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
022400     MOVE SPACES TO DBNAME.
022500     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
022600*
022700     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
022800         DISPLAY "PERSCOM : identifiants de connexion "
022900             "incomplets - verifier PERS_DB_USER / "
023000             "PERS_DB_PASSWD / PERS_DB_NAME."
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 9999-FIN
023300     END-IF.
023400*
023500 1500-LIRE-CREDENTIALS-EXIT.
023600     EXIT.
023700*
023800*==============================================================
023900* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
024000*==============================================================
024100 2000-CONNEXION.
024200     DISPLAY "Connexion a PostgreSQL...".
024300*
024400     EXEC SQL
024500         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
024600     END-EXEC.
024700*
024800     IF SQLCODE NOT = 0
024900         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 9999-FIN
025200     END-IF.
025300*
025400     DISPLAY "Connexion reussie !".
025500     SET CONNEXION-OUVERTE TO TRUE.
025600*
025700 2000-CONNEXION-EXIT.
025800     EXIT.
025802*
025805*==============================================================
025808* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
025811*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
025814*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
025817*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
025820*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
025822*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
025825*==============================================================
025828 2100-CONTROLER-HABILITATION.
025831     MOVE "PERSCOM" TO HAB-PROGRAMME.
025834     MOVE SPACES TO HAB-MODE.
025837     MOVE ZEROS TO HAB-ID.
025840     SET HAB-REQUIS-AGENT TO TRUE.
025841*
025842     CALL "PERSHAB" USING HAB-CONTROLE.
025845*
025848     IF HAB-ERREUR-SQL
025851         EXEC SQL ROLLBACK END-EXEC
025854         DISPLAY "PERSCOM : controle d'habilitation en echec."
025857         MOVE 16 TO RETURN-CODE
025860         GO TO 9999-FIN
025862     END-IF.
025865*
025868     EXEC SQL COMMIT END-EXEC.
025871*
025874     IF HAB-REFUSE
025877         DISPLAY "PERSCOM : lancement refuse - " HAB-MOTIF
025880         DISPLAY "  Operateur : " HAB-UTILISATEUR
025882         MOVE 28 TO RETURN-CODE
025885         GO TO 9999-FIN
025888     END-IF.
025891*
025894 2100-CONTROLER-HABILITATION-EXIT.
025897     EXIT.
025900*
026000*==============================================================
026100* 2200-VIDER-REFERENTIEL - RELEVE LE NOMBRE DE LIGNES DU
026200*     REFERENTIEL EN PLACE PUIS LE VIDE, SANS VALIDER : LE
026300*     CHARGEMENT ENTIER FORME UNE SEULE UNITE DE TRAVAIL, VALIDEE
026400*     OU ANNULEE EN 8000-TOTAUX. TANT QU'ELLE EST OUVERTE, TOUTE
026500*     SORTIE PAR 9999-FIN L'ANNULE ET LE REFERENTIEL EN PLACE EST
026600*     CONSERVE.
026700*==============================================================
026800 2200-VIDER-REFERENTIEL.
026900     EXEC SQL
027000         SELECT COUNT(*) INTO :WS-NB-ANCIENNES
027100         FROM communes
027200     END-EXEC.
027300*
027400     IF SQLCODE NOT = 0
027500         DISPLAY "Erreur SQL sur le referentiel des communes "
027600             "SQLCODE: " SQLCODE
027700         EXEC SQL ROLLBACK END-EXEC
027800         MOVE 16 TO RETURN-CODE
027900         GO TO 9999-FIN
028000     END-IF.
028100*
028200     EXEC SQL
028300         DELETE FROM communes
028400     END-EXEC.
028500*
028600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
028700         DISPLAY "Erreur SQL a la purge du referentiel "
028800             "SQLCODE: " SQLCODE
028900         EXEC SQL ROLLBACK END-EXEC
029000         MOVE 12 TO RETURN-CODE
029100         GO TO 9999-FIN
029200     END-IF.
029300*
029400     SET CHARGEMENT-EN-COURS TO TRUE.
029500*
029600 2200-VIDER-REFERENTIEL-EXIT.
029700     EXIT.
029800*
029900*==============================================================
030000* 2500-LIRE-ENTREE - RAMENE LA LIGNE SUIVANTE DU FICHIER COMIN
030100*     (LECTURE D'AVANCE CLASSIQUE). TOUTE LIGNE LUE COMPTE DANS
030200*     LE TOTAL LUES, SAUF LA LIGNE D'ENTETE (CF 3000).
030300*==============================================================
030400 2500-LIRE-ENTREE.
030500     READ ENT-FILE
030600         AT END
030700             SET FIN-FICHIER TO TRUE
030800         NOT AT END
030900             ADD 1 TO WS-NB-LUES
031000     END-READ.
031100*
031200 2500-LIRE-ENTREE-EXIT.
031300     EXIT.
031400*
031500*==============================================================
031600* 3000-TRAITER-LIGNE - DECOUPE LA LIGNE COURANTE SUR LE ";",
031700*     CONTROLE LES RUBRIQUES ET INSERE LE COUPLE COMMUNE / CODE
031800*     POSTAL. LA PREMIERE LIGNE EST L'ENTETE DU FICHIER SI ELLE
031900*     COMMENCE PAR "#" OU SI SON CODE POSTAL N'EST PAS NUMERIQUE :
032000*     ELLE EST IGNOREE ET DECOMPTEE DES LUES. TOUTE LIGNE REFUSEE
032100*     PART DANS COMREJ AVEC SON MOTIF ET LE PASSAGE CONTINUE.
032200*     UN COUPLE DEJA CHARGE (MEME COMMUNE, MEME CODE POSTAL, AUTRE
032300*     LIGNE 5) EST ECARTE SANS REJET.
032400*==============================================================
032500 3000-TRAITER-LIGNE.
032600     IF ENT-RECORD = SPACES
032700         MOVE "LIGNE VIDE" TO WS-MOTIF-REJET
032800         PERFORM 3500-REJETER-LIGNE
032900             THRU 3500-REJETER-LIGNE-EXIT
033000         GO TO 3000-TRAITER-LIGNE-SUITE
033100     END-IF.
033200*
033300     MOVE SPACES TO WS-CHAMP-INSEE.
033400     MOVE SPACES TO WS-CHAMP-NOM.
033500     MOVE SPACES TO WS-CHAMP-CODE-POSTAL.
033600     MOVE SPACES TO WS-CHAMP-ACHEMINEMENT.
033700     MOVE SPACES TO WS-CHAMP-LIGNE-5.
033800*
033900     UNSTRING ENT-RECORD DELIMITED BY ";"
034000         INTO WS-CHAMP-INSEE
034100              WS-CHAMP-NOM
034200              WS-CHAMP-CODE-POSTAL
034300              WS-CHAMP-ACHEMINEMENT
034400              WS-CHAMP-LIGNE-5.
034500*
034600     IF NOT ENTETE-EXAMINEE
034700         SET ENTETE-EXAMINEE TO TRUE
034800         IF ENT-RECORD(1:1) = "#"
034900             OR WS-CHAMP-CODE-POSTAL(1:5) IS NOT NUMERIC
035000             SUBTRACT 1 FROM WS-NB-LUES
035100             GO TO 3000-TRAITER-LIGNE-SUITE
035200         END-IF
035300     END-IF.
035400*
035500     IF WS-CHAMP-INSEE(1:5) = SPACES
035600         OR WS-CHAMP-INSEE(6:5) NOT = SPACES
035700         MOVE "CODE INSEE NON CONFORME (5 CARACTERES ATTENDUS)"
035800             TO WS-MOTIF-REJET
035900         PERFORM 3500-REJETER-LIGNE
036000             THRU 3500-REJETER-LIGNE-EXIT
036100         GO TO 3000-TRAITER-LIGNE-SUITE
036200     END-IF.
036300*
036400     IF WS-CHAMP-CODE-POSTAL(1:5) IS NOT NUMERIC
036500         OR WS-CHAMP-CODE-POSTAL(6:5) NOT = SPACES
036600         MOVE "CODE POSTAL NON CONFORME (5 CHIFFRES ATTENDUS)"
036700             TO WS-MOTIF-REJET
036800         PERFORM 3500-REJETER-LIGNE
036900             THRU 3500-REJETER-LIGNE-EXIT
037000         GO TO 3000-TRAITER-LIGNE-SUITE
037100     END-IF.
037200*
037300     IF WS-CHAMP-NOM = SPACES
037400         MOVE "NOM DE COMMUNE ABSENT" TO WS-MOTIF-REJET
037500         PERFORM 3500-REJETER-LIGNE
037600             THRU 3500-REJETER-LIGNE-EXIT
037700         GO TO 3000-TRAITER-LIGNE-SUITE
037800     END-IF.
037900*
038000     IF WS-CHAMP-ACHEMINEMENT = SPACES
038100         MOVE WS-CHAMP-NOM TO WS-CHAMP-ACHEMINEMENT
038200     END-IF.
038300*
038400     IF WS-CHAMP-NOM(51:50) NOT = SPACES
038500         OR WS-CHAMP-ACHEMINEMENT(51:50) NOT = SPACES
038600         MOVE "LIBELLE DE COMMUNE TROP LONG (50 MAXIMUM)"
038700             TO WS-MOTIF-REJET
038800         PERFORM 3500-REJETER-LIGNE
038900             THRU 3500-REJETER-LIGNE-EXIT
039000         GO TO 3000-TRAITER-LIGNE-SUITE
039100     END-IF.
039200*
039300     MOVE WS-CHAMP-INSEE(1:5)       TO WS-COM-INSEE.
039400     MOVE WS-CHAMP-CODE-POSTAL(1:5) TO WS-COM-CODE-POSTAL.
039500     MOVE WS-CHAMP-NOM(1:50)        TO WS-COM-LIBELLE.
039600     MOVE WS-CHAMP-ACHEMINEMENT(1:50) TO WS-COM-ACHEMINEMENT.
039700*
039800     PERFORM 4000-INSERER-COMMUNE
039900         THRU 4000-INSERER-COMMUNE-EXIT.
040000*
040100 3000-TRAITER-LIGNE-SUITE.
040200     PERFORM 2500-LIRE-ENTREE
040300         THRU 2500-LIRE-ENTREE-EXIT.
040400*
040500 3000-TRAITER-LIGNE-EXIT.
040600     EXIT.
040700*
040800*==============================================================
040900* 3500-REJETER-LIGNE - RECOPIE LA LIGNE COURANTE DANS COMREJ
041000*     PRECEDEE DE SON MOTIF DE REJET ET COMPTE LE REJET.
041100*==============================================================
041200 3500-REJETER-LIGNE.
041300     MOVE WS-MOTIF-REJET TO REJ-MOTIF.
041400     MOVE ENT-RECORD     TO REJ-LIGNE.
041500     WRITE REJ-RECORD.
041600*
041700     IF NOT REJ-STATUT-OK
041800         DISPLAY "Erreur a l'ecriture de COMREJ, statut : "
041900             WS-REJ-STATUS
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 9999-FIN
042200     END-IF.
042300*
042400     ADD 1 TO WS-NB-REJETEES.
042500*
042600 3500-REJETER-LIGNE-EXIT.
042700     EXIT.
042800*
042900*==============================================================
043000* 4000-INSERER-COMMUNE - INSERE LE COUPLE COMMUNE / CODE POSTAL
043100*     AVEC LES FORMES NORMALISEES DE SES DEUX LIBELLES (FONCTION
043200*     COMMUNE_NORMALISEE DU SCRIPT COMMUNES.SQL), SUR LESQUELLES
043300*     PERSVAL COMPARE LA VILLE SAISIE. UN COUPLE DEJA PRESENT EST
043400*     IGNORE PAR LA BASE (SQLCODE 100, COMPTE EN COUPLE REPETE).
043450*     TOUT AUTRE SQLCODE NON NUL ANNULE LE CHARGEMENT : LE
043500*     REFERENTIEL EN PLACE EST CONSERVE.
043600*==============================================================
043700 4000-INSERER-COMMUNE.
043800     EXEC SQL
043900         INSERT INTO communes
044000             (code_insee, code_postal, libelle,
044100              libelle_acheminement, libelle_normalise,
044200              acheminement_normalise)
044300         VALUES
044400             (TRIM(:WS-COM-INSEE), :WS-COM-CODE-POSTAL,
044500              TRIM(:WS-COM-LIBELLE), TRIM(:WS-COM-ACHEMINEMENT),
044600              commune_normalisee(:WS-COM-LIBELLE),
044700              commune_normalisee(:WS-COM-ACHEMINEMENT))
044800         ON CONFLICT (code_insee, code_postal) DO NOTHING
044900     END-EXEC.
045000*
045100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
045200         MOVE SQLCODE TO WS-SQLCODE-EDITE
045300         EXEC SQL ROLLBACK END-EXEC
045400         MOVE "N" TO WS-CHARGEMENT-SWITCH
045500         DISPLAY "PERSCOM : erreur SQL a l'insertion de la ligne "
045600             WS-NB-LUES " SQLCODE: " WS-SQLCODE-EDITE
045700         DISPLAY "PERSCOM : chargement annule, referentiel des "
045800             "communes inchange."
045900         MOVE 12 TO RETURN-CODE
046000         GO TO 9999-FIN
046100     END-IF.
046200*
046300     ADD 1 TO WS-NB-VALIDES.
046320*
046340     IF SQLCODE = 100
046360         ADD 1 TO WS-NB-REPETEES
046380     END-IF.
046400*
046500 4000-INSERER-COMMUNE-EXIT.
046600     EXIT.
046700*
046800*==============================================================
046900* 8000-TOTAUX - FERME LES FICHIERS, COMPTE LES LIGNES DU NOUVEAU
047000*     REFERENTIEL ET DECIDE DU SORT DE L'UNITE DE TRAVAIL : UN
047100*     REFERENTIEL VIDE, OU EN BAISSE DE PLUS DE 10 % SUR LE
047200*     PRECEDENT SANS PARM FORCER, EST ANNULE EN CODE RETOUR 24 ;
047300*     SINON IL EST VALIDE, EN CODE RETOUR 4 S'IL Y A EU DES
047400*     REJETS.
047500*==============================================================
047600 8000-TOTAUX.
047700     CLOSE ENT-FILE.
047800     CLOSE REJ-FILE.
047900*
048000     IF NOT REJ-STATUT-OK
048100         DISPLAY "Erreur a la fermeture de COMREJ, statut : "
048200             WS-REJ-STATUS
048300         MOVE 16 TO RETURN-CODE
048400         GO TO 9999-FIN
048500     END-IF.
048600*
048700     EXEC SQL
048800         SELECT COUNT(*) INTO :WS-NB-CHARGEES
048900         FROM communes
049000     END-EXEC.
049100*
049200     IF SQLCODE NOT = 0
049300         DISPLAY "Erreur SQL au comptage du referentiel "
049400             "SQLCODE: " SQLCODE
049500         MOVE 16 TO RETURN-CODE
049600         GO TO 9999-FIN
049700     END-IF.
050000*
050100     DISPLAY "PERSCOM - lignes lues            : " WS-NB-LUES.
050200     DISPLAY "PERSCOM - lignes rejetees        : " WS-NB-REJETEES.
050300     DISPLAY "PERSCOM - couples repetes        : " WS-NB-REPETEES.
050400     DISPLAY "PERSCOM - communes chargees      : " WS-NB-CHARGEES.
050500     DISPLAY "PERSCOM - referentiel precedent  : "
050600         WS-NB-ANCIENNES.
050700*
050800     IF WS-NB-CHARGEES = ZEROS
050900         EXEC SQL ROLLBACK END-EXEC
051000         MOVE "N" TO WS-CHARGEMENT-SWITCH
051100         DISPLAY "PERSCOM : fichier COMIN refuse - aucune "
051200             "commune chargee, referentiel inchange."
051300         MOVE 24 TO RETURN-CODE
051400         GO TO 8000-TOTAUX-EXIT
051500     END-IF.
051600*
051700     COMPUTE WS-NB-ANCIENNES-X9 = WS-NB-ANCIENNES * 9.
051800     COMPUTE WS-NB-CHARGEES-X10 = WS-NB-CHARGEES * 10.
051900*
052000     IF WS-NB-CHARGEES-X10 < WS-NB-ANCIENNES-X9
052100         AND NOT BAISSE-FORCEE
052200         EXEC SQL ROLLBACK END-EXEC
052300         MOVE "N" TO WS-CHARGEMENT-SWITCH
052400         DISPLAY "PERSCOM : fichier COMIN refuse - baisse de "
052500             "plus de 10 % du referentiel (relancer avec FORCER "
052600             "si elle est voulue), referentiel inchange."
052700         MOVE 24 TO RETURN-CODE
052800         GO TO 8000-TOTAUX-EXIT
052900     END-IF.
053000*
053100     EXEC SQL COMMIT END-EXEC.
053200*
053300     IF SQLCODE NOT = 0
053400         DISPLAY "Erreur SQL a la validation du referentiel "
053500             "SQLCODE: " SQLCODE
053600         MOVE 12 TO RETURN-CODE
053700         GO TO 9999-FIN
053800     END-IF.
053900*
054000     MOVE "N" TO WS-CHARGEMENT-SWITCH.
054100     DISPLAY "PERSCOM - referentiel des communes remplace.".
054200*
054300     IF WS-NB-REJETEES = ZEROS
054400         MOVE 0 TO RETURN-CODE
054500     ELSE
054600         MOVE 4 TO RETURN-CODE
054700     END-IF.
054800*
054900 8000-TOTAUX-EXIT.
055000     EXIT.
055100*
055200*==============================================================
055300* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
055400*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
055500*     JOURNAL EST AU MIEUX : UNE ERREUR SQL EST SIGNALEE EN
055600*     AVERTISSEMENT ET LE PASSAGE CONTINUE.
055700*==============================================================
055800 8800-JOURNAL-DEBUT.
055900     MOVE "PERSCOM" TO JRN-PROGRAMME.
056000     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
056100     ACCEPT WS-JRN-HEURE FROM TIME.
056200*
056300     MOVE SPACES TO JRN-DEBUT.
056400     STRING WS-JRN-DATE(1:4) "-"
056500            WS-JRN-DATE(5:2) "-"
056600            WS-JRN-DATE(7:2) " "
056700            WS-JRN-HEURE(1:2) ":"
056800            WS-JRN-HEURE(3:2) ":"
056900            WS-JRN-HEURE(5:2)
057000         DELIMITED BY SIZE INTO JRN-DEBUT.
057100*
057200     SET JRN-PASSAGE-NORMAL TO TRUE.
057300*
057400     EXEC SQL
057500         INSERT INTO journal_batch (programme, debut, reprise)
057600         VALUES (:JRN-PROGRAMME,
057700                 TO_TIMESTAMP(:JRN-DEBUT,
057800                              'YYYY-MM-DD HH24:MI:SS'),
057900                 :JRN-REPRISE)
058000     END-EXEC.
058100*
058200     IF SQLCODE NOT = 0
058300         EXEC SQL ROLLBACK END-EXEC
058400         DISPLAY "Avertissement - journal des passages non "
058500             "ecrit, SQLCODE: " SQLCODE
058600     ELSE
058700         EXEC SQL COMMIT END-EXEC
058800         SET JOURNAL-OUVERT TO TRUE
058900     END-IF.
059000*
059100 8800-JOURNAL-DEBUT-EXIT.
059200     EXIT.
059300*
059400*==============================================================
059500* 8900-JOURNAL-FIN - COMPLETE LA LIGNE DU JOURNAL DES PASSAGES
059600*     (FIN, LIGNES LUES, COMMUNES CHARGEES, CODE RETOUR). APPELE
059700*     EN 9999-FIN QUELLE QUE SOIT L'ISSUE DU PASSAGE, APRES
059800*     L'ANNULATION D'UN CHARGEMENT RESTE EN COURS.
059900*==============================================================
060000 8900-JOURNAL-FIN.
060100     IF NOT JOURNAL-OUVERT
060200         GO TO 8900-JOURNAL-FIN-EXIT
060300     END-IF.
060400*
060500     MOVE RETURN-CODE TO JRN-CODE-RETOUR.
060600     MOVE WS-NB-LUES TO JRN-NB-ATTENDU.
060700*
060800     IF RETURN-CODE > 4
060900         MOVE ZEROS TO JRN-NB-TRAITE
061000     ELSE
061100         MOVE WS-NB-CHARGEES TO JRN-NB-TRAITE
061200     END-IF.
061300*
061400     EXEC SQL
061500         UPDATE journal_batch
061600         SET fin = CURRENT_TIMESTAMP,
061700             nb_attendu = :JRN-NB-ATTENDU,
061800             nb_traite = :JRN-NB-TRAITE,
061900             code_retour = :JRN-CODE-RETOUR
062000         WHERE programme = :JRN-PROGRAMME
062100           AND debut = TO_TIMESTAMP(:JRN-DEBUT,
062200                                    'YYYY-MM-DD HH24:MI:SS')
062300     END-EXEC.
062400*
062500     IF SQLCODE NOT = 0
062600         EXEC SQL ROLLBACK END-EXEC
062700         DISPLAY "Avertissement - journal des passages non "
062800             "complete, SQLCODE: " SQLCODE
062900     ELSE
063000         EXEC SQL COMMIT END-EXEC
063100     END-IF.
063200*
063300 8900-JOURNAL-FIN-EXIT.
063400     EXIT.
063500*
063600*==============================================================
063700* 9999-FIN - ANNULATION D'UN CHARGEMENT RESTE EN COURS,
063800*     DECONNEXION ET FIN DE TRAITEMENT.
063900*==============================================================
064000 9999-FIN.
064100     IF CHARGEMENT-EN-COURS
064200         EXEC SQL ROLLBACK END-EXEC
064300         MOVE "N" TO WS-CHARGEMENT-SWITCH
064400         DISPLAY "PERSCOM : chargement annule, referentiel des "
064500             "communes inchange."
064600     END-IF.
064700     IF CONNEXION-OUVERTE
064800         PERFORM 8900-JOURNAL-FIN
064900             THRU 8900-JOURNAL-FIN-EXIT
065000     END-IF.
065100     IF CONNEXION-OUVERTE
065200         DISPLAY "Deconnexion reussie."
065300     END-IF.
065400     STOP RUN.
