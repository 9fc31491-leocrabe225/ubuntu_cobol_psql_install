000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSHAB.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - CONTROLE CENTRAL DES
001000*                    HABILITATIONS DES OPERATEURS (TABLE
001100*                    OPERATEURS, SCRIPT OPERATEURS.SQL), APPELE
001200*                    PAR CHAQUE PROGRAMME DE LA CHAINE AU
001300*                    DEMARRAGE, AVANT D'ACCEPTER LE MODE DEMANDE.
001400*                    L'UTILISATEUR EST LU DANS L'ENVIRONNEMENT
001500*                    (USER, A DEFAUT LOGNAME) COMME POUR LA TRACE
001600*                    D'AUDIT. SON ROLE DU JOUR (LE PLUS ELEVE DE
001700*                    SES PERIODES VALIDES) EST COMPARE AU ROLE
001800*                    REQUIS PAR L'APPELANT ; UN REFUS EST TRACE
001900*                    DANS PERSONNES_AUDIT (ACTION H) AVEC LE
002000*                    PROGRAMME, LE MODE ET LE MOTIF. AUCUN COMMIT
002100*                    ICI : L'APPELANT VALIDE OU ANNULE. LE COMPTE
002200*                    RENDU EST RENDU DANS LA ZONE PARTAGEE
002300*                    HAB-CONTROLE (COPYBOOK PERSHABC), SUR LE
002400*                    MODELE DE PERSNID.
002500*--------------------------------------------------------------
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900*
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200*
003300*--------------------------------------------------------------
003400* RANG DES ROLES : CONSULTATION 1, AGENT 2, SUPERVISEUR 3. UN
003500* ROLE COUVRE LES ROLES DE RANG INFERIEUR.
003600*--------------------------------------------------------------
003700 01  WS-RANG-REQUIS              PIC 9(01).
003800 01  WS-ROLE-TRAVAIL             PIC X(01).
003900 01  WS-ROLE-LIBELLE             PIC X(12).
004000 01  WS-ROLE-DETENU-LIBELLE      PIC X(12).
004100 01  WS-ROLE-REQUIS-LIBELLE      PIC X(12).
004200*
004300 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004400     COPY PERSAUD.
004500 01  WS-HAB-UTILISATEUR          PIC X(08).
004600 01  WS-HAB-ID                   PIC 9(09).
004700 01  WS-NB-PERIODES              PIC 9(09).
004800 01  WS-RANG-DETENU              PIC 9(01).
004900 EXEC SQL END DECLARE SECTION END-EXEC.
005000*
005100 EXEC SQL INCLUDE SQLCA END-EXEC.
005200*
005300 LINKAGE SECTION.
005400     COPY PERSHABC.
005500*
005600 PROCEDURE DIVISION USING HAB-CONTROLE.
005700*
005800*==============================================================
005900* 0000-CONTROLER - IDENTIFIE L'OPERATEUR, LIT SON ROLE DU JOUR
006000*     ET LE COMPARE AU ROLE REQUIS. UN OPERATEUR NON IDENTIFIE,
006100*     INCONNU DE LA TABLE, HORS PERIODE DE VALIDITE OU DE ROLE
006200*     INSUFFISANT EST REFUSE (CODE 08) ET LE REFUS EST TRACE.
006300*     UNE ERREUR SQL EST RENDUE EN CODE 12, L'APPELANT DECIDE DE
006400*     LA SUITE.
006500*==============================================================
006600 0000-CONTROLER.
006700     MOVE SPACES TO HAB-UTILISATEUR.
006800     MOVE SPACES TO HAB-ROLE.
006900     MOVE SPACES TO HAB-MOTIF.
007000     SET HAB-ACCEPTE TO TRUE.
007100*
007200     ACCEPT HAB-UTILISATEUR FROM ENVIRONMENT "USER".
007300*
007400     IF HAB-UTILISATEUR = SPACES
007500         ACCEPT HAB-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
007600     END-IF.
007700*
007800     EVALUATE TRUE
007900         WHEN HAB-REQUIS-SUPERVISEUR
008000             MOVE 3 TO WS-RANG-REQUIS
008100         WHEN HAB-REQUIS-AGENT
008200             MOVE 2 TO WS-RANG-REQUIS
008300         WHEN OTHER
008400             SET HAB-REQUIS-CONSULTATION TO TRUE
008500             MOVE 1 TO WS-RANG-REQUIS
008600     END-EVALUATE.
008700*
008800     IF HAB-UTILISATEUR = SPACES
008900         MOVE "UTILISATEUR NON IDENTIFIE (USER, LOGNAME)"
009000             TO HAB-MOTIF
009100         PERFORM 3000-TRACER-REFUS
009200             THRU 3000-TRACER-REFUS-EXIT
009300         GO TO 9999-RETOUR
009400     END-IF.
009500*
009600     MOVE HAB-UTILISATEUR TO WS-HAB-UTILISATEUR.
009700*
009800     PERFORM 1000-LIRE-ROLE
009900         THRU 1000-LIRE-ROLE-EXIT.
010000*
010100     IF HAB-ERREUR-SQL
010200         GO TO 9999-RETOUR
010300     END-IF.
010400*
010500     IF WS-NB-PERIODES = ZEROS
010600         MOVE "OPERATEUR INCONNU DE LA TABLE DES HABILITATIONS"
010700             TO HAB-MOTIF
010800         PERFORM 3000-TRACER-REFUS
010900             THRU 3000-TRACER-REFUS-EXIT
011000         GO TO 9999-RETOUR
011100     END-IF.
011200*
011300     IF WS-RANG-DETENU = ZEROS
011400         MOVE "HABILITATION HORS PERIODE DE VALIDITE" TO HAB-MOTIF
011500         PERFORM 3000-TRACER-REFUS
011600             THRU 3000-TRACER-REFUS-EXIT
011700         GO TO 9999-RETOUR
011800     END-IF.
011900*
012000     EVALUATE WS-RANG-DETENU
012100         WHEN 3
012200             MOVE "S" TO HAB-ROLE
012300         WHEN 2
012400             MOVE "A" TO HAB-ROLE
012500         WHEN OTHER
012600             MOVE "C" TO HAB-ROLE
012700     END-EVALUATE.
012800*
012900     IF WS-RANG-DETENU < WS-RANG-REQUIS
013000         PERFORM 2000-MOTIF-ROLE
013100             THRU 2000-MOTIF-ROLE-EXIT
013200         PERFORM 3000-TRACER-REFUS
013300             THRU 3000-TRACER-REFUS-EXIT
013400         GO TO 9999-RETOUR
013500     END-IF.
013600*
013700     GO TO 9999-RETOUR.
013800*
013900*==============================================================
014000* 1000-LIRE-ROLE - COMPTE LES PERIODES DE L'OPERATEUR (TOUTES
014100*     DATES) PUIS LIT LE RANG LE PLUS ELEVE DE SES PERIODES
014200*     VALIDES A LA DATE DU JOUR (ZERO SI AUCUNE).
014300*==============================================================
014400 1000-LIRE-ROLE.
014500     EXEC SQL
014600         SELECT COUNT(*) INTO :WS-NB-PERIODES
014700         FROM operateurs
014800         WHERE utilisateur = TRIM(:WS-HAB-UTILISATEUR)
014900     END-EXEC.
015000*
015100     IF SQLCODE NOT = 0
015200         DISPLAY "PERSHAB : erreur SQL sur la lecture des "
015300             "habilitations SQLCODE: " SQLCODE
015400         SET HAB-ERREUR-SQL TO TRUE
015500         GO TO 1000-LIRE-ROLE-EXIT
015600     END-IF.
015700*
015800     EXEC SQL
015900         SELECT COALESCE(MAX(CASE role WHEN 'S' THEN 3
016000                                       WHEN 'A' THEN 2
016100                                       ELSE 1 END), 0)
016200         INTO :WS-RANG-DETENU
016300         FROM operateurs
016400         WHERE utilisateur = TRIM(:WS-HAB-UTILISATEUR)
016500           AND debut_validite <= CURRENT_DATE
016600           AND (fin_validite IS NULL
016700                OR fin_validite >= CURRENT_DATE)
016800     END-EXEC.
016900*
017000     IF SQLCODE NOT = 0
017100         DISPLAY "PERSHAB : erreur SQL sur la lecture du role "
017200             "SQLCODE: " SQLCODE
017300         SET HAB-ERREUR-SQL TO TRUE
017400     END-IF.
017500*
017600 1000-LIRE-ROLE-EXIT.
017700     EXIT.
017800*
017900*==============================================================
018000* 2000-MOTIF-ROLE - COMPOSE LE MOTIF D'UN ROLE INSUFFISANT :
018100*     ROLE DETENU ET ROLE REQUIS EN CLAIR.
018200*==============================================================
018300 2000-MOTIF-ROLE.
018400     MOVE HAB-ROLE TO WS-ROLE-TRAVAIL.
018500     PERFORM 2100-LIBELLE-ROLE
018600         THRU 2100-LIBELLE-ROLE-EXIT.
018700     MOVE WS-ROLE-LIBELLE TO WS-ROLE-DETENU-LIBELLE.
018800*
018900     MOVE HAB-ROLE-REQUIS TO WS-ROLE-TRAVAIL.
019000     PERFORM 2100-LIBELLE-ROLE
019100         THRU 2100-LIBELLE-ROLE-EXIT.
019200     MOVE WS-ROLE-LIBELLE TO WS-ROLE-REQUIS-LIBELLE.
019300*
019400     MOVE SPACES TO HAB-MOTIF.
019500     STRING "ROLE " DELIMITED BY SIZE
019600            WS-ROLE-DETENU-LIBELLE DELIMITED BY SPACE
019700            " INSUFFISANT - " DELIMITED BY SIZE
019800            WS-ROLE-REQUIS-LIBELLE DELIMITED BY SPACE
019900            " REQUIS" DELIMITED BY SIZE
020000         INTO HAB-MOTIF.
020100*
020200 2000-MOTIF-ROLE-EXIT.
020300     EXIT.
020400*
020500*==============================================================
020600* 2100-LIBELLE-ROLE - DECODE LE CODE ROLE DE WS-ROLE-TRAVAIL.
020700*==============================================================
020800 2100-LIBELLE-ROLE.
020900     EVALUATE WS-ROLE-TRAVAIL
021000         WHEN "S"
021100             MOVE "SUPERVISEUR" TO WS-ROLE-LIBELLE
021200         WHEN "A"
021300             MOVE "AGENT" TO WS-ROLE-LIBELLE
021400         WHEN OTHER
021500             MOVE "CONSULTATION" TO WS-ROLE-LIBELLE
021600     END-EVALUATE.
021700*
021800 2100-LIBELLE-ROLE-EXIT.
021900     EXIT.
022000*
022100*==============================================================
022200* 3000-TRACER-REFUS - POSITIONNE LE REFUS ET LE TRACE DANS
022300*     PERSONNES_AUDIT (ACTION H) : PROGRAMME ET MODE EN ANCIENNE
022400*     VALEUR, MOTIF EN NOUVELLE VALEUR, ID VISE (ZERO EN BATCH).
022500*     UN OPERATEUR NON IDENTIFIE EST TRACE SOUS "INCONNU". UNE
022600*     ERREUR SQL SUR LA TRACE EST RENDUE EN CODE 12.
022700*==============================================================
022800 3000-TRACER-REFUS.
022900     SET HAB-REFUSE TO TRUE.
023000*
023100     SET AUD-ACTION-HABILITATION TO TRUE.
023200     MOVE HAB-ID TO WS-HAB-ID.
023300*
023400     MOVE SPACES TO AUD-ANCIENNE-VALEUR.
023500     IF HAB-MODE = SPACES
023600         MOVE HAB-PROGRAMME TO AUD-ANCIENNE-VALEUR
023700     ELSE
023800         STRING HAB-PROGRAMME DELIMITED BY SPACE
023900                " MODE " DELIMITED BY SIZE
024000                HAB-MODE DELIMITED BY SIZE
024100             INTO AUD-ANCIENNE-VALEUR
024200     END-IF.
024300*
024400     MOVE HAB-MOTIF TO AUD-NOUVELLE-VALEUR.
024500*
024600     IF HAB-UTILISATEUR = SPACES
024700         MOVE "INCONNU" TO AUD-UTILISATEUR
024800     ELSE
024900         MOVE HAB-UTILISATEUR TO AUD-UTILISATEUR
025000     END-IF.
025100*
025200     EXEC SQL
025300         INSERT INTO personnes_audit
025400             (id, action, ancienne_valeur, nouvelle_valeur,
025500              utilisateur)
025600         VALUES
025700             (:WS-HAB-ID, :AUD-ACTION, :AUD-ANCIENNE-VALEUR,
025800              :AUD-NOUVELLE-VALEUR, :AUD-UTILISATEUR)
025900     END-EXEC.
026000*
026100     IF SQLCODE NOT = 0
026200         DISPLAY "PERSHAB : erreur SQL sur la trace du refus "
026300             "SQLCODE: " SQLCODE
026400         SET HAB-ERREUR-SQL TO TRUE
026500     END-IF.
026600*
026700 3000-TRACER-REFUS-EXIT.
026800     EXIT.
026900*
027000*==============================================================
027100* 9999-RETOUR - RETOUR A L'APPELANT, LE COMPTE RENDU
027200*     HAB-CONTROLE ETANT RENSEIGNE.
027300*==============================================================
027400 9999-RETOUR.
027500     GOBACK.
