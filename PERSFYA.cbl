000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSFYA.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - AFFECTATION D'UNE
001000*                    PERSONNE A SON FOYER (TABLE FOYERS, SCRIPT
001100*                    FOYERS.SQL). LA CLE DU FOYER EST L'ADRESSE
001200*                    NORMALISEE : ADRESSE, CODE POSTAL ET VILLE
001300*                    EN MAJUSCULES, TOUT CARACTERE AUTRE QU'UNE
001400*                    LETTRE OU UN CHIFFRE RAMENE A UN SEUL
001500*                    ESPACE. UNE PERSONNE ACTIVE AVEC ADRESSE
001600*                    REJOINT LE FOYER NON SCINDE DE SA CLE, QUI
001700*                    EST CREE S'IL N'EXISTE PAS ; UNE PERSONNE
001800*                    DEJA DANS UN FOYER DE MEME CLE (Y COMPRIS UN
001900*                    FOYER SCINDE A LA MAIN PAR UN AGENT) Y
002000*                    RESTE. UNE PERSONNE ABSENTE, PARTIE, DECEDEE
002100*                    OU SANS ADRESSE PERD SON FOYER. UN FOYER
002200*                    DEVENU VIDE EST SUPPRIME. APPELE PAR PERSMNT,
002300*                    PERSMVT ET PERSLOAD APRES CHAQUE MOUVEMENT ET
002400*                    PAR LE RECALCUL EN MASSE PERSFOY. L'APPELANT
002500*                    DOIT AVOIR OUVERT LA CONNEXION ; AUCUN
002600*                    COMMIT N'EST FAIT ICI, LE COMPTE RENDU EST
002700*                    RENDU DANS LA ZONE PARTAGEE FYA-AFFECTATION
002800*                    (COPYBOOK PERSFYAC), SUR LE MODELE DE
002900*                    PERSNID.
002909*   2026-10-15  JM   L'ADRESSE ET LA VILLE DE LA CLE DU FOYER
002918*                    PASSENT PAR NOM_NORMALISE (SCRIPT
002927*                    DECES_INSEE.SQL), QUI RETIRE AUSSI LES
002936*                    ACCENTS : UNE LETTRE ACCENTUEE DEVENAIT UN
002945*                    ESPACE ET SEPARAIT LES MEMBRES D'UN MEME
002954*                    FOYER. PERSFOY EST A PASSER UNE FOIS EN
002963*                    RECALCUL (SANS PARM) POUR REFAIRE LA CLE DES
002972*                    FOYERS EXISTANTS ; UN FOYER SCINDE A LA MAIN
002981*                    DONT L'ADRESSE PORTE UN ACCENT EST A SCINDER
002990*                    DE NOUVEAU APRES CE RECALCUL.
003000*--------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400*
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700*
003800 77  WS-PERSONNE-SWITCH          PIC X(01).
003900     88  PERSONNE-PRESENTE                   VALUE "P".
004000     88  PERSONNE-ABSENTE                    VALUE "A".
004100*
004200 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004300 01  WS-FYA-ID                   PIC 9(09).
004400 01  WS-STATUT                   PIC X(01).
004500 01  WS-FOYER-ACTUEL             PIC 9(09).
004600 01  WS-FOYER-CIBLE              PIC 9(09).
004700 01  WS-CLE                      PIC X(320).
004800 01  WS-CLE-ACTUELLE             PIC X(320).
004900 EXEC SQL END DECLARE SECTION END-EXEC.
005000*
005100 EXEC SQL INCLUDE SQLCA END-EXEC.
005200*
005300 LINKAGE SECTION.
005400     COPY PERSFYAC.
005500*
005600 PROCEDURE DIVISION USING FYA-AFFECTATION.
005700*
005800*==============================================================
005900* 0000-AFFECTER - RELIT LA PERSONNE, DETERMINE LE FOYER CIBLE
006000*     (CREE AU BESOIN), RATTACHE LA PERSONNE SI SON FOYER CHANGE
006100*     ET SUPPRIME L'ANCIEN FOYER S'IL EST DEVENU VIDE. UNE
006200*     ERREUR SQL EST RENDUE EN CODE 12, L'APPELANT DECIDE DE LA
006300*     SUITE (ROLLBACK).
006400*==============================================================
006500 0000-AFFECTER.
006600     MOVE ZEROS TO FYA-FOYER-ID.
006700     MOVE ZEROS TO FYA-CODE-RETOUR.
006800     MOVE FYA-ID TO WS-FYA-ID.
006900     MOVE ZEROS TO WS-FOYER-ACTUEL.
007000     MOVE ZEROS TO WS-FOYER-CIBLE.
007100*
007200     PERFORM 1000-LIRE-PERSONNE
007300         THRU 1000-LIRE-PERSONNE-EXIT.
007400*
007500     IF PERSONNE-PRESENTE
007600         AND WS-STATUT = "A"
007700         AND WS-CLE(1:1) NOT = "|"
007800         PERFORM 2000-CHERCHER-FOYER
007900             THRU 2000-CHERCHER-FOYER-EXIT
008000     END-IF.
008100*
008200     IF PERSONNE-PRESENTE
008300         AND WS-FOYER-CIBLE NOT = WS-FOYER-ACTUEL
008400         PERFORM 4000-RATTACHER-PERSONNE
008500             THRU 4000-RATTACHER-PERSONNE-EXIT
008600     END-IF.
008700*
008800     PERFORM 5000-NETTOYER-FOYER
008900         THRU 5000-NETTOYER-FOYER-EXIT.
009000*
009100     MOVE WS-FOYER-CIBLE TO FYA-FOYER-ID.
009200     SET FYA-ACCEPTE TO TRUE.
009300*
009400     GO TO 9999-RETOUR.
009500*
009600*==============================================================
009700* 1000-LIRE-PERSONNE - RELIT LE STATUT, LE FOYER ACTUEL ET LA
009800*     CLE D'ADRESSE NORMALISEE DE LA PERSONNE (FONCTION
009850*     NOM_NORMALISE DU SCRIPT DECES_INSEE.SQL). UNE CLE
009900*     COMMENCANT PAR LE SEPARATEUR "|" SIGNALE UNE ADRESSE VIDE.
010000*     UNE PERSONNE ABSENTE (SUPPRIMEE PAR L'APPELANT) N'EST PAS
010100*     UNE ERREUR : SEUL LE NETTOYAGE DES FOYERS VIDES RESTE A
010200*     FAIRE.
010300*==============================================================
010400 1000-LIRE-PERSONNE.
010500     MOVE SPACES TO WS-CLE.
010600     MOVE SPACES TO WS-STATUT.
010700*
010800     EXEC SQL
010900         SELECT COALESCE(statut, 'A'), COALESCE(foyer_id, 0),
011000                nom_normalise(adresse)
011200                || '|' || TRIM(COALESCE(code_postal, ''))
011300                || '|' || nom_normalise(ville)
011600         INTO :WS-STATUT, :WS-FOYER-ACTUEL, :WS-CLE
011700         FROM personnes
011800         WHERE id = :WS-FYA-ID
011900     END-EXEC.
012000*
012100     EVALUATE SQLCODE
012200         WHEN 0
012300             SET PERSONNE-PRESENTE TO TRUE
012400         WHEN 100
012500             SET PERSONNE-ABSENTE TO TRUE
012600         WHEN OTHER
012700             DISPLAY "PERSFYA : erreur SQL sur la relecture "
012800                 "SQLCODE: " SQLCODE
012900             SET FYA-ERREUR-SQL TO TRUE
013000             GO TO 9999-RETOUR
013100     END-EVALUATE.
013200*
013300 1000-LIRE-PERSONNE-EXIT.
013400     EXIT.
013500*
013600*==============================================================
013700* 2000-CHERCHER-FOYER - UNE PERSONNE DEJA DANS UN FOYER DE MEME
013800*     CLE Y RESTE (LE FOYER A PU ETRE SCINDE A LA MAIN). SINON
013900*     LE FOYER CIBLE EST LE PLUS ANCIEN FOYER NON SCINDE DE LA
014000*     CLE, CREE S'IL N'EN EXISTE AUCUN.
014100*==============================================================
014200 2000-CHERCHER-FOYER.
014300     IF WS-FOYER-ACTUEL NOT = ZEROS
014400         MOVE SPACES TO WS-CLE-ACTUELLE
014500         EXEC SQL
014600             SELECT cle INTO :WS-CLE-ACTUELLE
014700             FROM foyers
014800             WHERE foyer_id = :WS-FOYER-ACTUEL
014900         END-EXEC
015000         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
015100             DISPLAY "PERSFYA : erreur SQL sur le foyer actuel "
015200                 "SQLCODE: " SQLCODE
015300             SET FYA-ERREUR-SQL TO TRUE
015400             GO TO 9999-RETOUR
015500         END-IF
015600         IF SQLCODE = 0 AND WS-CLE-ACTUELLE = WS-CLE
015700             MOVE WS-FOYER-ACTUEL TO WS-FOYER-CIBLE
015800             GO TO 2000-CHERCHER-FOYER-EXIT
015900         END-IF
016000     END-IF.
016100*
016200     EXEC SQL
016300         SELECT COALESCE(MIN(foyer_id), 0)
016400         INTO :WS-FOYER-CIBLE
016500         FROM foyers
016600         WHERE cle = TRIM(:WS-CLE)
016700           AND scinde = 'N'
016800     END-EXEC.
016900*
017000     IF SQLCODE NOT = 0
017100         DISPLAY "PERSFYA : erreur SQL sur la recherche du "
017200             "foyer SQLCODE: " SQLCODE
017300         SET FYA-ERREUR-SQL TO TRUE
017400         GO TO 9999-RETOUR
017500     END-IF.
017600*
017700     IF WS-FOYER-CIBLE = ZEROS
017800         PERFORM 3000-CREER-FOYER
017900             THRU 3000-CREER-FOYER-EXIT
018000     END-IF.
018100*
018200 2000-CHERCHER-FOYER-EXIT.
018300     EXIT.
018400*
018500*==============================================================
018600* 3000-CREER-FOYER - TIRE UN ID DE LA SEQUENCE SEQ_FOYERS_ID ET
018700*     CREE LE FOYER DE LA CLE, L'ADRESSE EN CLAIR ETANT REPRISE
018800*     DE LA PERSONNE QUI L'OUVRE.
018900*==============================================================
019000 3000-CREER-FOYER.
019100     EXEC SQL
019200         SELECT nextval('seq_foyers_id')
019300         INTO :WS-FOYER-CIBLE
019400     END-EXEC.
019500*
019600     IF SQLCODE NOT = 0
019700         DISPLAY "PERSFYA : erreur SQL sur l'allocation du "
019800             "foyer SQLCODE: " SQLCODE
019900         SET FYA-ERREUR-SQL TO TRUE
020000         GO TO 9999-RETOUR
020100     END-IF.
020200*
020300     EXEC SQL
020400         INSERT INTO foyers
020500             (foyer_id, cle, adresse, code_postal, ville, scinde)
020600         SELECT :WS-FOYER-CIBLE, TRIM(:WS-CLE), adresse,
020700                code_postal, ville, 'N'
020800         FROM personnes
020900         WHERE id = :WS-FYA-ID
021000     END-EXEC.
021100*
021200     IF SQLCODE NOT = 0
021300         DISPLAY "PERSFYA : erreur SQL sur la creation du "
021400             "foyer SQLCODE: " SQLCODE
021500         SET FYA-ERREUR-SQL TO TRUE
021600         GO TO 9999-RETOUR
021700     END-IF.
021800*
021900 3000-CREER-FOYER-EXIT.
022000     EXIT.
022100*
022200*==============================================================
022300* 4000-RATTACHER-PERSONNE - PORTE LE FOYER CIBLE SUR LA LIGNE
022400*     PERSONNES (NULL QUAND LA PERSONNE N'A PLUS DE FOYER).
022500*==============================================================
022600 4000-RATTACHER-PERSONNE.
022700     EXEC SQL
022800         UPDATE personnes
022900         SET foyer_id = NULLIF(:WS-FOYER-CIBLE, 0)
023000         WHERE id = :WS-FYA-ID
023100     END-EXEC.
023200*
023300     IF SQLCODE NOT = 0
023400         DISPLAY "PERSFYA : erreur SQL sur le rattachement "
023500             "SQLCODE: " SQLCODE
023600         SET FYA-ERREUR-SQL TO TRUE
023700         GO TO 9999-RETOUR
023800     END-IF.
023900*
024000 4000-RATTACHER-PERSONNE-EXIT.
024100     EXIT.
024200*
024300*==============================================================
024400* 5000-NETTOYER-FOYER - SUPPRIME L'ANCIEN FOYER DE LA PERSONNE
024500*     S'IL N'A PLUS AUCUN MEMBRE. POUR UNE PERSONNE ABSENTE
024600*     (L'ANCIEN FOYER N'EST PLUS CONNU), TOUT FOYER SANS MEMBRE
024700*     EST SUPPRIME.
024800*==============================================================
024900 5000-NETTOYER-FOYER.
025000     IF PERSONNE-ABSENTE
025100         EXEC SQL
025200             DELETE FROM foyers f
025300             WHERE NOT EXISTS
025400                   (SELECT 1 FROM personnes p
025500                    WHERE p.foyer_id = f.foyer_id)
025600         END-EXEC
025700     ELSE
025800         IF WS-FOYER-ACTUEL = ZEROS
025900             OR WS-FOYER-ACTUEL = WS-FOYER-CIBLE
026000             GO TO 5000-NETTOYER-FOYER-EXIT
026100         END-IF
026200         EXEC SQL
026300             DELETE FROM foyers
026400             WHERE foyer_id = :WS-FOYER-ACTUEL
026500               AND NOT EXISTS
026600                   (SELECT 1 FROM personnes p
026700                    WHERE p.foyer_id = :WS-FOYER-ACTUEL)
026800         END-EXEC
026900     END-IF.
027000*
027100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
027200         DISPLAY "PERSFYA : erreur SQL sur le nettoyage des "
027300             "foyers SQLCODE: " SQLCODE
027400         SET FYA-ERREUR-SQL TO TRUE
027500         GO TO 9999-RETOUR
027600     END-IF.
027700*
027800 5000-NETTOYER-FOYER-EXIT.
027900     EXIT.
028000*
028100*==============================================================
028200* 9999-RETOUR - RETOUR A L'APPELANT, LE COMPTE RENDU
028300*     FYA-AFFECTATION ETANT RENSEIGNE.
028400*==============================================================
028500 9999-RETOUR.
028600     GOBACK.
