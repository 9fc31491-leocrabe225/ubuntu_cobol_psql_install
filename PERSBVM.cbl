000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSBVM.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - TENUE DU REFERENTIEL DES
001000*                    TRONCONS DE VOIE DES BUREAUX DE VOTE (TABLE
001100*                    BUREAUX_TRONCONS, SCRIPT BUREAUX_VOTE.SQL) A
001200*                    PARTIR DU PLAN DE DECOUPAGE DU SERVICE DES
001300*                    ELECTIONS : AJOUT D'UN TRONCON (VOIE, NUMEROS
001400*                    DE ... A ..., PARITE, CODE POSTAL -> BUREAU),
001500*                    CHANGEMENT DE BUREAU D'UN TRONCON,
001600*                    SUPPRESSION D'UN TRONCON, LISTE DES TRONCONS
001700*                    (TOUS OU D'UN CODE POSTAL). UN TRONCON QUI EN
001800*                    CHEVAUCHE UN AUTRE DE LA MEME VOIE EST REFUSE
001900*                    EN CODE RETOUR 8. LES PERSONNES NE CHANGENT
002000*                    DE BUREAU QU'AU PASSAGE SUIVANT DE PERSBVA.
002100*                    CONTROLE D'HABILITATION AU DEMARRAGE
002200*                    (PERSHAB) : ROLE AGENT POUR A, M ET S,
002300*                    CONSULTATION POUR L.
002400*--------------------------------------------------------------
002500*
002600 ENVIRONMENT DIVISION.
002700*
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000*
003100*--------------------------------------------------------------
003200* ZONE DE PARAMETRAGE DU MOUVEMENT A EFFECTUER.
003300*     PARM ATTENDU :
003400*     A <BUREAU> <PARITE> <DU> <AU> <CODE POSTAL> <VOIE>
003500*                          AJOUT D'UN TRONCON (PARITE P PAIRS,
003600*                          I IMPAIRS, T TOUS ; NUMEROS DE 0 A
003700*                          999999, 0 POUR LES ADRESSES SANS
003800*                          NUMERO ; LA VOIE EST LE RESTE DU PARM)
003900*     M <TRONCON> <BUREAU> CHANGEMENT DE BUREAU D'UN TRONCON
004000*     S <TRONCON>          SUPPRESSION D'UN TRONCON
004100*     L [<CODE POSTAL>]    LISTE DES TRONCONS
004200*--------------------------------------------------------------
004300 01  WS-PARM-LINE            PIC X(132).
004400 01  WS-PARM-PTR             PIC 9(03)       VALUE 1.
004500 01  WS-MODE-EDIT            PIC X(01).
004600 01  WS-TRONCON-EDIT         PIC X(10).
004700 01  WS-BUREAU-EDIT          PIC X(10).
004800 01  WS-PARITE-EDIT          PIC X(10).
004900 01  WS-DEBUT-EDIT           PIC X(10).
005000 01  WS-FIN-EDIT             PIC X(10).
005100 01  WS-CP-EDIT              PIC X(10).
005200 01  WS-VOIE-EDIT            PIC X(100).
005300*
005400 01  WS-MOUVEMENT-SWITCH     PIC X(01)       VALUE "L".
005500     88  MVT-AJOUT                           VALUE "A".
005600     88  MVT-MODIFICATION                    VALUE "M".
005700     88  MVT-SUPPRESSION                     VALUE "S".
005800     88  MVT-LISTE                           VALUE "L".
005900*
006000*--------------------------------------------------------------
006100* ZONE DE TRAVAIL DU MOUVEMENT.
006200*--------------------------------------------------------------
006300 01  WS-CONFIRMATION         PIC X(01).
006400 01  WS-NB-TROUVES           PIC 9(09)       VALUE ZEROS.
006500 01  WS-NUMERO-EDITE         PIC Z(5)9.
006600 01  WS-NUMERO-FIN-EDITE     PIC Z(5)9.
006700 01  WS-BUREAU-EDITE         PIC Z(3)9.
006800*
006900 77  WS-FIN-LISTE-SWITCH     PIC X(01)       VALUE "N".
007000     88  FIN-LISTE                           VALUE "Y".
007100*
007200 01  WS-CONNEXION-SWITCH     PIC X(01)       VALUE "N".
007300     88  CONNEXION-OUVERTE                   VALUE "Y".
007400*
007500*--------------------------------------------------------------
007600* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
007700* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
007800* HOTE.
007900*--------------------------------------------------------------
008000     COPY PERSHABC.
008100*
008200 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008300 01  BVT-TRONCON-RECORD.
008400     05  BVT-TRONCON-ID      PIC 9(09).
008500     05  BVT-VOIE            PIC X(100).
008600     05  BVT-NUMERO-DEBUT    PIC 9(06).
008700     05  BVT-NUMERO-FIN      PIC 9(06).
008800     05  BVT-PARITE          PIC X(01).
008900     05  BVT-CODE-POSTAL     PIC X(05).
009000     05  BVT-BUREAU          PIC 9(04).
009100     05  BVT-UTILISATEUR     PIC X(08).
009200 01  WS-BUREAU-NOUVEAU       PIC 9(04).
009300 01  WS-NB-CHEVAUCHEMENTS    PIC 9(09).
009400 01  WS-TRONCON-CONFLIT      PIC 9(09).
009500 01  WS-CP-FILTRE            PIC X(05).
009600 01  USERNAME                PIC X(30).
009700 01  PASSWD                  PIC X(30).
009800 01  DBNAME                  PIC X(10).
009900 EXEC SQL END DECLARE SECTION END-EXEC.
010000*
010100 EXEC SQL INCLUDE SQLCA END-EXEC.
010200*
010300 PROCEDURE DIVISION.
010400*
010500*==============================================================
010600* 0000-MAINLINE
010700*==============================================================
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALISATION
011000         THRU 1000-INITIALISATION-EXIT.
011100*
011200     PERFORM 1500-LIRE-CREDENTIALS
011300         THRU 1500-LIRE-CREDENTIALS-EXIT.
011400*
011500     PERFORM 1700-LIRE-UTILISATEUR
011600         THRU 1700-LIRE-UTILISATEUR-EXIT.
011700*
011800     PERFORM 2000-CONNEXION
011900         THRU 2000-CONNEXION-EXIT.
012000*
012100     PERFORM 2100-CONTROLER-HABILITATION
012200         THRU 2100-CONTROLER-HABILITATION-EXIT.
012300*
012400     EVALUATE TRUE
012500         WHEN MVT-AJOUT
012600             PERFORM 3000-AJOUT-TRONCON
012700                 THRU 3000-AJOUT-TRONCON-EXIT
012800         WHEN MVT-MODIFICATION
012900             PERFORM 4000-MODIFICATION-TRONCON
013000                 THRU 4000-MODIFICATION-TRONCON-EXIT
013100         WHEN MVT-SUPPRESSION
013200             PERFORM 5000-SUPPRESSION-TRONCON
013300                 THRU 5000-SUPPRESSION-TRONCON-EXIT
013400         WHEN MVT-LISTE
013500             PERFORM 6000-LISTE-TRONCONS
013600                 THRU 6000-LISTE-TRONCONS-EXIT
013700     END-EVALUATE.
013800*
013900     GO TO 9999-FIN.
014000*
014100*==============================================================
014200* 1000-INITIALISATION - DECODE LE PARM DE LANCEMENT, LES
014300*     ARGUMENTS ETANT SEPARES PAR UN SEUL ESPACE (ACCEPT FROM
014400*     COMMAND-LINE NE LES CADRE PAS SUR DES COLONNES FIXES) :
014500*     1ER MOT   MODE (A/M/S/L)
014600*     SUITE     SELON LE MODE (CF ZONE DE PARAMETRAGE)
014700*==============================================================
014800 1000-INITIALISATION.
014900     MOVE SPACES TO BVT-TRONCON-RECORD.
015000     MOVE SPACES TO WS-PARM-LINE.
015100     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
015200*
015300     MOVE SPACES TO WS-MODE-EDIT.
015400     MOVE 1 TO WS-PARM-PTR.
015500*
015600     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
015700         INTO WS-MODE-EDIT
015800         WITH POINTER WS-PARM-PTR.
015900*
016000     MOVE FUNCTION UPPER-CASE(WS-MODE-EDIT)
016100         TO WS-MOUVEMENT-SWITCH.
016200*
016300     EVALUATE TRUE
016400         WHEN MVT-AJOUT
016500             PERFORM 1100-DECODER-AJOUT
016600                 THRU 1100-DECODER-AJOUT-EXIT
016700         WHEN MVT-MODIFICATION OR MVT-SUPPRESSION
016800             PERFORM 1200-DECODER-TRONCON
016900                 THRU 1200-DECODER-TRONCON-EXIT
017000         WHEN MVT-LISTE
017100             PERFORM 1300-DECODER-LISTE
017200                 THRU 1300-DECODER-LISTE-EXIT
017300         WHEN OTHER
017400             DISPLAY "PERSBVM : mode inconnu (attendu A/M/S/L) : "
017500                 WS-MODE-EDIT
017600             MOVE 16 TO RETURN-CODE
017700             GO TO 9999-FIN
017800     END-EVALUATE.
017900*
018000 1000-INITIALISATION-EXIT.
018100     EXIT.
018200*
018300*==============================================================
018400* 1100-DECODER-AJOUT - DECODE ET CONTROLE LE TRONCON A AJOUTER :
018500*     BUREAU (1 A 9999), PARITE (P/I/T), NUMEROS DE ... A ...
018600*     (0 A 999999, DANS L'ORDRE), CODE POSTAL (5 CHIFFRES) ET NOM
018700*     DE VOIE (RESTE DU PARM, OBLIGATOIRE). TOUTE ANOMALIE SORT EN
018800*     CODE RETOUR 16 SANS RIEN ECRIRE.
018900*==============================================================
019000 1100-DECODER-AJOUT.
019100     MOVE SPACES TO WS-BUREAU-EDIT.
019200     MOVE SPACES TO WS-PARITE-EDIT.
019300     MOVE SPACES TO WS-DEBUT-EDIT.
019400     MOVE SPACES TO WS-FIN-EDIT.
019500     MOVE SPACES TO WS-CP-EDIT.
019600     MOVE SPACES TO WS-VOIE-EDIT.
019700*
019800     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
019900         INTO WS-BUREAU-EDIT
020000              WS-PARITE-EDIT
020100              WS-DEBUT-EDIT
020200              WS-FIN-EDIT
020300              WS-CP-EDIT
020400         WITH POINTER WS-PARM-PTR.
020500     IF WS-PARM-PTR NOT > LENGTH OF WS-PARM-LINE
020600         MOVE WS-PARM-LINE(WS-PARM-PTR:) TO WS-VOIE-EDIT
020700     END-IF.
020800*
020900     PERFORM 1400-CONTROLER-BUREAU
021000         THRU 1400-CONTROLER-BUREAU-EXIT.
021100*
021200     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARITE-EDIT))
021300         TO WS-PARITE-EDIT.
021400     IF WS-PARITE-EDIT NOT = "P"
021500         AND WS-PARITE-EDIT NOT = "I"
021600         AND WS-PARITE-EDIT NOT = "T"
021700         DISPLAY "PERSBVM : parite inconnue (attendu P/I/T) : "
021800             WS-PARITE-EDIT
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 9999-FIN
022100     END-IF.
022200     MOVE WS-PARITE-EDIT(1:1) TO BVT-PARITE.
022300*
022400     IF FUNCTION TRIM(WS-DEBUT-EDIT) IS NOT NUMERIC
022500         OR FUNCTION LENGTH(FUNCTION TRIM(WS-DEBUT-EDIT)) > 6
022600         OR FUNCTION TRIM(WS-FIN-EDIT) IS NOT NUMERIC
022700         OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIN-EDIT)) > 6
022800         DISPLAY "PERSBVM : numeros de voie invalides : "
022900             WS-DEBUT-EDIT " " WS-FIN-EDIT
023000         MOVE 16 TO RETURN-CODE
023100         GO TO 9999-FIN
023200     END-IF.
023300     MOVE FUNCTION TRIM(WS-DEBUT-EDIT) TO BVT-NUMERO-DEBUT.
023400     MOVE FUNCTION TRIM(WS-FIN-EDIT) TO BVT-NUMERO-FIN.
023500     IF BVT-NUMERO-DEBUT > BVT-NUMERO-FIN
023600         DISPLAY "PERSBVM : numeros de voie inverses (du > au) : "
023700             WS-DEBUT-EDIT " " WS-FIN-EDIT
023800         MOVE 16 TO RETURN-CODE
023900         GO TO 9999-FIN
024000     END-IF.
024100*
024200     IF FUNCTION TRIM(WS-CP-EDIT) IS NOT NUMERIC
024300         OR FUNCTION LENGTH(FUNCTION TRIM(WS-CP-EDIT)) NOT = 5
024400         DISPLAY "PERSBVM : code postal invalide : " WS-CP-EDIT
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 9999-FIN
024700     END-IF.
024800     MOVE FUNCTION TRIM(WS-CP-EDIT) TO BVT-CODE-POSTAL.
024900*
025000     IF WS-VOIE-EDIT = SPACES
025100         DISPLAY "PERSBVM : le nom de voie est obligatoire pour A"
025200         MOVE 16 TO RETURN-CODE
025300         GO TO 9999-FIN
025400     END-IF.
025500     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VOIE-EDIT))
025600         TO BVT-VOIE.
025700*
025800 1100-DECODER-AJOUT-EXIT.
025900     EXIT.
026000*
026100*==============================================================
026200* 1200-DECODER-TRONCON - DECODE LE NUMERO DU TRONCON VISE PAR
026300*     LES MODES M ET S, ET LE NOUVEAU BUREAU DU MODE M.
026400*==============================================================
026500 1200-DECODER-TRONCON.
026600     MOVE SPACES TO WS-TRONCON-EDIT.
026700     MOVE SPACES TO WS-BUREAU-EDIT.
026800*
026900     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
027000         INTO WS-TRONCON-EDIT
027100              WS-BUREAU-EDIT
027200         WITH POINTER WS-PARM-PTR.
027300*
027400     IF FUNCTION TRIM(WS-TRONCON-EDIT) IS NOT NUMERIC
027500         OR FUNCTION TRIM(WS-TRONCON-EDIT) = ZEROS
027600         OR FUNCTION LENGTH(FUNCTION TRIM(WS-TRONCON-EDIT)) > 9
027700         DISPLAY "PERSBVM : numero de troncon invalide : "
027800             WS-TRONCON-EDIT
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-FIN
028100     END-IF.
028200     MOVE FUNCTION TRIM(WS-TRONCON-EDIT) TO BVT-TRONCON-ID.
028300*
028400     IF MVT-MODIFICATION
028500         PERFORM 1400-CONTROLER-BUREAU
028600             THRU 1400-CONTROLER-BUREAU-EXIT
028700     END-IF.
028800*
028900 1200-DECODER-TRONCON-EXIT.
029000     EXIT.
029100*
029200*==============================================================
029300* 1300-DECODER-LISTE - DECODE LE CODE POSTAL FACULTATIF DU MODE
029400*     L ; A BLANC, TOUS LES TRONCONS SONT LISTES.
029500*==============================================================
029600 1300-DECODER-LISTE.
029700     MOVE SPACES TO WS-CP-EDIT.
029800     MOVE SPACES TO WS-CP-FILTRE.
029900*
030000     UNSTRING WS-PARM-LINE DELIMITED BY SPACE
030100         INTO WS-CP-EDIT
030200         WITH POINTER WS-PARM-PTR.
030300*
030400     IF WS-CP-EDIT = SPACES
030500         GO TO 1300-DECODER-LISTE-EXIT
030600     END-IF.
030700*
030800     IF FUNCTION TRIM(WS-CP-EDIT) IS NOT NUMERIC
030900         OR FUNCTION LENGTH(FUNCTION TRIM(WS-CP-EDIT)) NOT = 5
031000         DISPLAY "PERSBVM : code postal invalide : " WS-CP-EDIT
031100         MOVE 16 TO RETURN-CODE
031200         GO TO 9999-FIN
031300     END-IF.
031400     MOVE FUNCTION TRIM(WS-CP-EDIT) TO WS-CP-FILTRE.
031500*
031600 1300-DECODER-LISTE-EXIT.
031700     EXIT.
031800*
031900*==============================================================
032000* 1400-CONTROLER-BUREAU - CONTROLE LE NUMERO DE BUREAU SAISI
032100*     (1 A 9999) ET LE RANGE DANS BVT-BUREAU.
032200*==============================================================
032300 1400-CONTROLER-BUREAU.
032400     IF FUNCTION TRIM(WS-BUREAU-EDIT) IS NOT NUMERIC
032500         OR FUNCTION TRIM(WS-BUREAU-EDIT) = ZEROS
032600         OR FUNCTION LENGTH(FUNCTION TRIM(WS-BUREAU-EDIT)) > 4
032700         DISPLAY "PERSBVM : numero de bureau invalide (1 a "
032800             "9999) : " WS-BUREAU-EDIT
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 9999-FIN
033100     END-IF.
033200     MOVE FUNCTION TRIM(WS-BUREAU-EDIT) TO BVT-BUREAU.
033300*
033400 1400-CONTROLER-BUREAU-EXIT.
033500     EXIT.
033600*
033700*==============================================================
033800* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
033900*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
034000*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
034100*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
034200*==============================================================
034300 1500-LIRE-CREDENTIALS.
034400     MOVE SPACES TO USERNAME.
034500     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
034600     MOVE SPACES TO PASSWD.
034700     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
034800     MOVE SPACES TO DBNAME.
034900     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
035000*
035100     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
035200         DISPLAY "PERSBVM : identifiants de connexion "
035300             "incomplets - verifier PERS_DB_USER / "
035400             "PERS_DB_PASSWD / PERS_DB_NAME."
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 9999-FIN
035700     END-IF.
035800*
035900 1500-LIRE-CREDENTIALS-EXIT.
036000     EXIT.
036100*
036200*==============================================================
036300* 1700-LIRE-UTILISATEUR - IDENTIFIE L'UTILISATEUR OS/JOB PORTE
036400*     SUR LE TRONCON AJOUTE OU MODIFIE (CF TESTOCE POUR LE DETAIL
036500*     DE LA CONVENTION).
036600*==============================================================
036700 1700-LIRE-UTILISATEUR.
036800     MOVE SPACES TO BVT-UTILISATEUR.
036900     ACCEPT BVT-UTILISATEUR FROM ENVIRONMENT "USER".
037000*
037100     IF BVT-UTILISATEUR = SPACES
037200         ACCEPT BVT-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
037300     END-IF.
037400*
037500 1700-LIRE-UTILISATEUR-EXIT.
037600     EXIT.
037700*
037800*==============================================================
037900* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
038000*==============================================================
038100 2000-CONNEXION.
038200     DISPLAY "Connexion a PostgreSQL...".
038300*
038400     EXEC SQL
038500         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
038600     END-EXEC.
038700*
038800     IF SQLCODE NOT = 0
038900         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
039000         MOVE 16 TO RETURN-CODE
039100         GO TO 9999-FIN
039200     END-IF.
039300*
039400     DISPLAY "Connexion reussie !".
039500     SET CONNEXION-OUVERTE TO TRUE.
039600*
039700 2000-CONNEXION-EXIT.
039800     EXIT.
039900*
040000*==============================================================
040100* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
040200*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
040300*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT POUR LES
040400*     MODES A, M ET S, CONSULTATION POUR LE MODE L. UN REFUS EST
040500*     TRACE DANS PERSONNES_AUDIT (ACTION H) ET VALIDE, PUIS LE
040600*     PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR SQL DU CONTROLE
040700*     SORT EN CODE RETOUR 16.
040800*==============================================================
040900 2100-CONTROLER-HABILITATION.
041000     MOVE "PERSBVM" TO HAB-PROGRAMME.
041100     MOVE WS-MOUVEMENT-SWITCH TO HAB-MODE.
041200     MOVE ZEROS TO HAB-ID.
041300*
041400     IF MVT-LISTE
041500         SET HAB-REQUIS-CONSULTATION TO TRUE
041600     ELSE
041700         SET HAB-REQUIS-AGENT TO TRUE
041800     END-IF.
041900*
042000     CALL "PERSHAB" USING HAB-CONTROLE.
042100*
042200     IF HAB-ERREUR-SQL
042300         EXEC SQL ROLLBACK END-EXEC
042400         DISPLAY "PERSBVM : controle d'habilitation en echec."
042500         MOVE 16 TO RETURN-CODE
042600         GO TO 9999-FIN
042700     END-IF.
042800*
042900     EXEC SQL COMMIT END-EXEC.
043000*
043100     IF HAB-REFUSE
043200         DISPLAY "PERSBVM : lancement refuse - " HAB-MOTIF
043300         DISPLAY "  Operateur : " HAB-UTILISATEUR
043400         MOVE 28 TO RETURN-CODE
043500         GO TO 9999-FIN
043600     END-IF.
043700*
043800 2100-CONTROLER-HABILITATION-EXIT.
043900     EXIT.
044000*
044100*==============================================================
044200* 3000-AJOUT-TRONCON - AJOUTE LE TRONCON DECODE EN 1100. UN
044300*     TRONCON DE LA MEME VOIE (MEME CODE POSTAL, MEME NOM DE VOIE
044400*     NORMALISE) AYANT DES NUMEROS EN COMMUN ET UNE PARITE
044500*     COMPATIBLE (T, OU LA MEME PARITE) EST UN CHEVAUCHEMENT : LE
044600*     TRONCON EST REFUSE EN CODE RETOUR 8 ET LE TRONCON EN PLACE
044700*     AFFICHE, A MODIFIER OU SUPPRIMER D'ABORD. LE NUMERO DU
044800*     NOUVEAU TRONCON EST TIRE DE LA SEQUENCE
044900*     SEQ_BUREAUX_TRONCONS.
045000*==============================================================
045100 3000-AJOUT-TRONCON.
045200     MOVE ZEROS TO WS-NB-CHEVAUCHEMENTS.
045300     MOVE ZEROS TO WS-TRONCON-CONFLIT.
045400*
045500     EXEC SQL
045600         SELECT COUNT(*), COALESCE(MIN(troncon_id), 0)
045700         INTO :WS-NB-CHEVAUCHEMENTS, :WS-TRONCON-CONFLIT
045800         FROM bureaux_troncons
045900         WHERE code_postal = :BVT-CODE-POSTAL
046000           AND voie_normalisee = nom_normalise(:BVT-VOIE)
046100           AND numero_debut <= :BVT-NUMERO-FIN
046200           AND numero_fin >= :BVT-NUMERO-DEBUT
046300           AND (parite = 'T'
046400                OR parite = :BVT-PARITE
046500                OR :BVT-PARITE = 'T')
046600     END-EXEC.
046700*
046800     IF SQLCODE NOT = 0
046900         EXEC SQL ROLLBACK END-EXEC
047000         DISPLAY "Erreur SQL sur le controle des chevauchements "
047100             "SQLCODE: " SQLCODE
047200         MOVE 12 TO RETURN-CODE
047300         GO TO 3000-AJOUT-TRONCON-EXIT
047400     END-IF.
047500*
047600     IF WS-NB-CHEVAUCHEMENTS NOT = ZEROS
047700         EXEC SQL ROLLBACK END-EXEC
047800         DISPLAY "PERSBVM : troncon refuse - il chevauche le "
047900             "troncon " WS-TRONCON-CONFLIT
048000         DISPLAY "  (" WS-NB-CHEVAUCHEMENTS
048100             " troncon(s) en chevauchement, cf PERSBVM L "
048200             BVT-CODE-POSTAL ")"
048300         MOVE 8 TO RETURN-CODE
048400         GO TO 3000-AJOUT-TRONCON-EXIT
048500     END-IF.
048600*
048700     EXEC SQL
048800         SELECT nextval('seq_bureaux_troncons')
048900         INTO :BVT-TRONCON-ID
049000     END-EXEC.
049100*
049200     IF SQLCODE NOT = 0
049300         EXEC SQL ROLLBACK END-EXEC
049400         DISPLAY "Erreur SQL sur l'allocation du troncon "
049500             "SQLCODE: " SQLCODE
049600         MOVE 12 TO RETURN-CODE
049700         GO TO 3000-AJOUT-TRONCON-EXIT
049800     END-IF.
049900*
050000     EXEC SQL
050100         INSERT INTO bureaux_troncons
050200             (troncon_id, voie, voie_normalisee, numero_debut,
050300              numero_fin, parite, code_postal, bureau,
050400              utilisateur)
050500         VALUES (:BVT-TRONCON-ID, TRIM(:BVT-VOIE),
050600                 nom_normalise(:BVT-VOIE), :BVT-NUMERO-DEBUT,
050700                 :BVT-NUMERO-FIN, :BVT-PARITE, :BVT-CODE-POSTAL,
050800                 :BVT-BUREAU, TRIM(:BVT-UTILISATEUR))
050900     END-EXEC.
051000*
051100     IF SQLCODE NOT = 0
051200         EXEC SQL ROLLBACK END-EXEC
051300         DISPLAY "Erreur SQL sur l'ajout du troncon SQLCODE: "
051400             SQLCODE
051500         MOVE 12 TO RETURN-CODE
051600         GO TO 3000-AJOUT-TRONCON-EXIT
051700     END-IF.
051800*
051900     EXEC SQL COMMIT END-EXEC.
052000     DISPLAY "Troncon ajoute, numero " BVT-TRONCON-ID.
052100     PERFORM 6500-AFFICHER-TRONCON
052200         THRU 6500-AFFICHER-TRONCON-EXIT.
052300     MOVE 0 TO RETURN-CODE.
052400*
052500 3000-AJOUT-TRONCON-EXIT.
052600     EXIT.
052700*
052800*==============================================================
052900* 4000-MODIFICATION-TRONCON - CHANGE LE BUREAU D'UN TRONCON. LE
053000*     TRONCON EST RELU ET AFFICHE, L'OPERATEUR CONFIRME, ET
053100*     L'UPDATE NE PORTE QUE SUR LE TRONCON ENCORE AU BUREAU
053200*     AFFICHE : UN TRONCON CHANGE PAR UN AUTRE OPERATEUR ENTRE
053300*     TEMPS N'EST PAS ECRASE (CODE RETOUR 10, REJOUER SUR DONNEES
053400*     FRAICHES). UN TRONCON INCONNU SORT EN CODE RETOUR 4.
053500*==============================================================
053600 4000-MODIFICATION-TRONCON.
053700     MOVE BVT-BUREAU TO WS-BUREAU-NOUVEAU.
053800*
053900     PERFORM 4500-RELIRE-TRONCON
054000         THRU 4500-RELIRE-TRONCON-EXIT.
054100     IF RETURN-CODE NOT = 0
054200         GO TO 4000-MODIFICATION-TRONCON-EXIT
054300     END-IF.
054400*
054500     MOVE WS-BUREAU-NOUVEAU TO WS-BUREAU-EDITE.
054600     DISPLAY "Nouveau bureau : " WS-BUREAU-EDITE.
054700     DISPLAY "Confirmer la modification (O/N) : "
054800         WITH NO ADVANCING.
054900     MOVE SPACES TO WS-CONFIRMATION.
055000     ACCEPT WS-CONFIRMATION.
055100*
055200     IF FUNCTION UPPER-CASE(WS-CONFIRMATION) NOT = "O"
055300         EXEC SQL ROLLBACK END-EXEC
055400         DISPLAY "PERSBVM : modification abandonnee - rejouer "
055500             "sur donnees fraiches : " BVT-TRONCON-ID
055600         MOVE 10 TO RETURN-CODE
055700         GO TO 4000-MODIFICATION-TRONCON-EXIT
055800     END-IF.
055900*
056000     EXEC SQL
056100         UPDATE bureaux_troncons
056200         SET bureau = :WS-BUREAU-NOUVEAU,
056300             maj = CURRENT_TIMESTAMP,
056400             utilisateur = TRIM(:BVT-UTILISATEUR)
056500         WHERE troncon_id = :BVT-TRONCON-ID
056600           AND bureau = :BVT-BUREAU
056700     END-EXEC.
056800*
056900     EVALUATE SQLCODE
057000         WHEN 0
057100             EXEC SQL COMMIT END-EXEC
057200             DISPLAY "Troncon modifie, numero " BVT-TRONCON-ID
057300             DISPLAY "  (les personnes changent de bureau au "
057400                 "prochain passage de PERSBVA)"
057500             MOVE 0 TO RETURN-CODE
057600         WHEN 100
057700             EXEC SQL ROLLBACK END-EXEC
057800             DISPLAY "PERSBVM : le troncon a change depuis sa "
057900                 "relecture - rejouer sur donnees fraiches : "
058000                 BVT-TRONCON-ID
058100             MOVE 10 TO RETURN-CODE
058200         WHEN OTHER
058300             EXEC SQL ROLLBACK END-EXEC
058400             DISPLAY "Erreur SQL sur la modification SQLCODE: "
058500                 SQLCODE
058600             MOVE 12 TO RETURN-CODE
058700     END-EVALUATE.
058800*
058900 4000-MODIFICATION-TRONCON-EXIT.
059000     EXIT.
059100*
059200*==============================================================
059300* 4500-RELIRE-TRONCON - RELIT LE TRONCON VISE PAR LES MODES M ET
059400*     S DANS BVT-TRONCON-RECORD ET L'AFFICHE. SQLCODE = 100
059500*     SIGNIFIE QUE LE TRONCON N'EXISTE PAS (CODE RETOUR 4).
059600*==============================================================
059700 4500-RELIRE-TRONCON.
059800     EXEC SQL
059900         SELECT voie, numero_debut, numero_fin, parite,
060000                code_postal, bureau
060100         INTO :BVT-VOIE, :BVT-NUMERO-DEBUT, :BVT-NUMERO-FIN,
060200              :BVT-PARITE, :BVT-CODE-POSTAL, :BVT-BUREAU
060300         FROM bureaux_troncons
060400         WHERE troncon_id = :BVT-TRONCON-ID
060500     END-EXEC.
060600*
060700     IF SQLCODE = 100
060800         EXEC SQL ROLLBACK END-EXEC
060900         DISPLAY "PERSBVM : troncon inconnu : " BVT-TRONCON-ID
061000         MOVE 4 TO RETURN-CODE
061100         GO TO 4500-RELIRE-TRONCON-EXIT
061200     END-IF.
061300     IF SQLCODE NOT = 0
061400         EXEC SQL ROLLBACK END-EXEC
061500         DISPLAY "Erreur SQL sur la relecture SQLCODE: " SQLCODE
061600         MOVE 12 TO RETURN-CODE
061700         GO TO 4500-RELIRE-TRONCON-EXIT
061800     END-IF.
061900*
062000     DISPLAY "Troncon actuel :".
062100     PERFORM 6500-AFFICHER-TRONCON
062200         THRU 6500-AFFICHER-TRONCON-EXIT.
062300*
062400 4500-RELIRE-TRONCON-EXIT.
062500     EXIT.
062600*
062700*==============================================================
062800* 5000-SUPPRESSION-TRONCON - SUPPRIME UN TRONCON. LE TRONCON EST
062900*     RELU ET AFFICHE, L'OPERATEUR CONFIRME, ET LE DELETE NE PORTE
063000*     QUE SUR LE TRONCON ENCORE AU BUREAU AFFICHE (CODE RETOUR 10
063100*     SINON). LES PERSONNES DU TRONCON SORTENT EN ADRESSES NON
063200*     PLACEES AU PROCHAIN PASSAGE DE PERSBVA, SAUF SI UN AUTRE
063300*     TRONCON LES COUVRE ENTRE TEMPS.
063400*==============================================================
063500 5000-SUPPRESSION-TRONCON.
063600     PERFORM 4500-RELIRE-TRONCON
063700         THRU 4500-RELIRE-TRONCON-EXIT.
063800     IF RETURN-CODE NOT = 0
063900         GO TO 5000-SUPPRESSION-TRONCON-EXIT
064000     END-IF.
064100*
064200     DISPLAY "Confirmer la suppression (O/N) : "
064300         WITH NO ADVANCING.
064400     MOVE SPACES TO WS-CONFIRMATION.
064500     ACCEPT WS-CONFIRMATION.
064600*
064700     IF FUNCTION UPPER-CASE(WS-CONFIRMATION) NOT = "O"
064800         EXEC SQL ROLLBACK END-EXEC
064900         DISPLAY "PERSBVM : suppression abandonnee - rejouer "
065000             "sur donnees fraiches : " BVT-TRONCON-ID
065100         MOVE 10 TO RETURN-CODE
065200         GO TO 5000-SUPPRESSION-TRONCON-EXIT
065300     END-IF.
065400*
065500     EXEC SQL
065600         DELETE FROM bureaux_troncons
065700         WHERE troncon_id = :BVT-TRONCON-ID
065800           AND bureau = :BVT-BUREAU
065900     END-EXEC.
066000*
066100     EVALUATE SQLCODE
066200         WHEN 0
066300             EXEC SQL COMMIT END-EXEC
066400             DISPLAY "Troncon supprime, numero " BVT-TRONCON-ID
066500             MOVE 0 TO RETURN-CODE
066600         WHEN 100
066700             EXEC SQL ROLLBACK END-EXEC
066800             DISPLAY "PERSBVM : le troncon a change depuis sa "
066900                 "relecture - rejouer sur donnees fraiches : "
067000                 BVT-TRONCON-ID
067100             MOVE 10 TO RETURN-CODE
067200         WHEN OTHER
067300             EXEC SQL ROLLBACK END-EXEC
067400             DISPLAY "Erreur SQL sur la suppression SQLCODE: "
067500                 SQLCODE
067600             MOVE 12 TO RETURN-CODE
067700     END-EVALUATE.
067800*
067900 5000-SUPPRESSION-TRONCON-EXIT.
068000     EXIT.
068100*
068200*==============================================================
068300* 6000-LISTE-TRONCONS - LISTE LES TRONCONS, TOUS OU CEUX DU CODE
068400*     POSTAL DEMANDE, PAR CODE POSTAL, VOIE ET NUMERO. AUCUN
068500*     TRONCON TROUVE SORT EN CODE RETOUR 4.
068600*==============================================================
068700 6000-LISTE-TRONCONS.
068800     PERFORM 6100-OUVERTURE-CURSEUR
068900         THRU 6100-OUVERTURE-CURSEUR-EXIT.
069000*
069100     PERFORM 6200-FETCH-TRONCON
069200         THRU 6200-FETCH-TRONCON-EXIT.
069300*
069400     PERFORM 6300-AFFICHER-LIGNE
069500         THRU 6300-AFFICHER-LIGNE-EXIT
069600         UNTIL FIN-LISTE.
069700*
069800     EXEC SQL
069900         CLOSE C-TRONCONS
070000     END-EXEC.
070100*
070200     IF WS-NB-TROUVES = ZEROS
070300         DISPLAY "PERSBVM : aucun troncon trouve " WS-CP-FILTRE
070400         MOVE 4 TO RETURN-CODE
070500     ELSE
070600         DISPLAY WS-NB-TROUVES " troncon(s) trouve(s)."
070700         MOVE 0 TO RETURN-CODE
070800     END-IF.
070900*
071000 6000-LISTE-TRONCONS-EXIT.
071100     EXIT.
071200*
071300*==============================================================
071400* 6100-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR DES
071500*     TRONCONS ; UN CODE POSTAL A BLANC LES RAMENE TOUS.
071600*==============================================================
071700 6100-OUVERTURE-CURSEUR.
071800     EXEC SQL
071900         DECLARE C-TRONCONS CURSOR FOR
072000         SELECT troncon_id, voie, numero_debut, numero_fin,
072100                parite, code_postal, bureau
072200         FROM bureaux_troncons
072300         WHERE TRIM(:WS-CP-FILTRE) = ''
072400            OR code_postal = :WS-CP-FILTRE
072500         ORDER BY code_postal, voie_normalisee, numero_debut,
072600                  parite
072700     END-EXEC.
072800*
072900     EXEC SQL
073000         OPEN C-TRONCONS
073100     END-EXEC.
073200*
073300     IF SQLCODE NOT = 0
073400         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
073500             SQLCODE
073600         MOVE 16 TO RETURN-CODE
073700         GO TO 9999-FIN
073800     END-IF.
073900*
074000 6100-OUVERTURE-CURSEUR-EXIT.
074100     EXIT.
074200*
074300*==============================================================
074400* 6200-FETCH-TRONCON - RAMENE LE TRONCON SUIVANT DU CURSEUR.
074500*     SQLCODE = 100 MARQUE LA FIN DE LA LISTE.
074600*==============================================================
074700 6200-FETCH-TRONCON.
074800     EXEC SQL
074900         FETCH C-TRONCONS
075000         INTO :BVT-TRONCON-ID, :BVT-VOIE, :BVT-NUMERO-DEBUT,
075100              :BVT-NUMERO-FIN, :BVT-PARITE, :BVT-CODE-POSTAL,
075200              :BVT-BUREAU
075300     END-EXEC.
075400*
075500     EVALUATE SQLCODE
075600         WHEN 0
075700             ADD 1 TO WS-NB-TROUVES
075800         WHEN 100
075900             SET FIN-LISTE TO TRUE
076000         WHEN OTHER
076100             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
076200             MOVE 16 TO RETURN-CODE
076300             GO TO 9999-FIN
076400     END-EVALUATE.
076500*
076600 6200-FETCH-TRONCON-EXIT.
076700     EXIT.
076800*
076900*==============================================================
077000* 6300-AFFICHER-LIGNE - AFFICHE LE TRONCON COURANT ET ENCHAINE
077100*     SUR LE SUIVANT (LECTURE D'AVANCE CLASSIQUE).
077200*==============================================================
077300 6300-AFFICHER-LIGNE.
077400     PERFORM 6500-AFFICHER-TRONCON
077500         THRU 6500-AFFICHER-TRONCON-EXIT.
077600*
077700     PERFORM 6200-FETCH-TRONCON
077800         THRU 6200-FETCH-TRONCON-EXIT.
077900*
078000 6300-AFFICHER-LIGNE-EXIT.
078100     EXIT.
078200*
078300*==============================================================
078400* 6500-AFFICHER-TRONCON - AFFICHE LE TRONCON DE
078500*     BVT-TRONCON-RECORD SUR UNE LIGNE : NUMERO, CODE POSTAL,
078600*     VOIE, PARITE, NUMEROS DE ... A ..., BUREAU.
078700*==============================================================
078800 6500-AFFICHER-TRONCON.
078900     MOVE BVT-NUMERO-DEBUT TO WS-NUMERO-EDITE.
079000     MOVE BVT-NUMERO-FIN TO WS-NUMERO-FIN-EDITE.
079100     MOVE BVT-BUREAU TO WS-BUREAU-EDITE.
079200*
079300     DISPLAY "  " BVT-TRONCON-ID "  " BVT-CODE-POSTAL "  "
079400         BVT-VOIE(1:40) "  " BVT-PARITE "  " WS-NUMERO-EDITE
079500         " A " WS-NUMERO-FIN-EDITE "  BUREAU " WS-BUREAU-EDITE.
079600*
079700 6500-AFFICHER-TRONCON-EXIT.
079800     EXIT.
079900*
080000*==============================================================
080100* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
080200*==============================================================
080300 9999-FIN.
080400     IF CONNEXION-OUVERTE
080500         DISPLAY "Deconnexion reussie."
080600     END-IF.
080700     STOP RUN.
