000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSHIS.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - HISTORISATION CENTRALE DES
001000*                    LIGNES DE LA TABLE PERSONNES (TABLE
001100*                    PERSONNES_HISTORIQUE, SCRIPT
001200*                    PERSONNES_HISTORIQUE.SQL). APPELE PAR CHAQUE
001300*                    PROGRAMME QUI MODIFIE PERSONNES JUSTE AVANT
001400*                    SON UPDATE, DELETE OU INSERT : L'IMAGE
001500*                    COMPLETE DE LA LIGNE TELLE QU'ELLE EST EN
001600*                    TABLE (RUBRIQUES DE PERSREC, STATUT, NPAI)
001700*                    EST COPIEE PAR UN INSERT ... SELECT, SANS
001800*                    DEPENDRE DE CE QUE L'APPELANT A RELU. UNE
001900*                    LIGNE ABSENTE (CREATION, REINTEGRATION) EST
002000*                    HISTORISEE EN IMAGE ABSENTE. AUCUN COMMIT
002100*                    ICI : L'IMAGE SUIT LE SORT DU MOUVEMENT DE
002200*                    L'APPELANT. LE COMPTE RENDU EST RENDU DANS LA
002300*                    ZONE PARTAGEE HIS-HISTORISATION (COPYBOOK
002400*                    PERSHISC), SUR LE MODELE DE PERSNID.
002500*--------------------------------------------------------------
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900*
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200*
003300 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
003400 01  WS-HIS-ID                   PIC 9(09).
003500 01  WS-HIS-ACTION               PIC X(01).
003600 01  WS-HIS-PROGRAMME            PIC X(08).
003700 01  WS-HIS-UTILISATEUR          PIC X(08).
003800 01  WS-NB-EXISTANT              PIC 9(09).
003900 EXEC SQL END DECLARE SECTION END-EXEC.
004000*
004100 EXEC SQL INCLUDE SQLCA END-EXEC.
004200*
004300 LINKAGE SECTION.
004400     COPY PERSHISC.
004500*
004600 PROCEDURE DIVISION USING HIS-HISTORISATION.
004700*
004800*==============================================================
004900* 0000-HISTORISER - COPIE L'IMAGE COURANTE DE LA LIGNE DANS
005000*     PERSONNES_HISTORIQUE, OU UNE IMAGE ABSENTE SI LA LIGNE
005100*     N'EXISTE PAS. UNE ERREUR SQL EST RENDUE EN CODE 12,
005200*     L'APPELANT ANNULE SON MOUVEMENT.
005300*==============================================================
005400 0000-HISTORISER.
005500     SET HIS-ACCEPTE TO TRUE.
005600*
005700     MOVE HIS-ID TO WS-HIS-ID.
005800     MOVE HIS-ACTION TO WS-HIS-ACTION.
005900     MOVE HIS-PROGRAMME TO WS-HIS-PROGRAMME.
006000*
006100     IF HIS-UTILISATEUR = SPACES
006200         MOVE "INCONNU" TO WS-HIS-UTILISATEUR
006300     ELSE
006400         MOVE HIS-UTILISATEUR TO WS-HIS-UTILISATEUR
006500     END-IF.
006600*
006700     EXEC SQL
006800         SELECT COUNT(*) INTO :WS-NB-EXISTANT
006900         FROM personnes
007000         WHERE id = :WS-HIS-ID
007100     END-EXEC.
007200*
007300     IF SQLCODE NOT = 0
007400         DISPLAY "PERSHIS : erreur SQL sur la relecture "
007500             "SQLCODE: " SQLCODE
007600         SET HIS-ERREUR-SQL TO TRUE
007700         GO TO 9999-RETOUR
007800     END-IF.
007900*
008000     IF WS-NB-EXISTANT = ZEROS
008100         PERFORM 2000-IMAGE-ABSENTE
008200             THRU 2000-IMAGE-ABSENTE-EXIT
008300     ELSE
008400         PERFORM 1000-IMAGE-COMPLETE
008500             THRU 1000-IMAGE-COMPLETE-EXIT
008600     END-IF.
008700*
008800     GO TO 9999-RETOUR.
008900*
009000*==============================================================
009100* 1000-IMAGE-COMPLETE - COPIE LA LIGNE COMPLETE TELLE QU'ELLE
009200*     EST EN TABLE, STATUT ET NPAI COMPRIS.
009300*==============================================================
009400 1000-IMAGE-COMPLETE.
009500     EXEC SQL
009600         INSERT INTO personnes_historique
009700             (id, action, programme, utilisateur, presente,
009800              nom, prenom, date_naissance, adresse, ville,
009900              code_postal, telephone, email, statut,
010000              statut_date, npai, npai_date)
010100         SELECT id, :WS-HIS-ACTION, TRIM(:WS-HIS-PROGRAMME),
010200                TRIM(:WS-HIS-UTILISATEUR), 'O',
010300                nom, prenom, date_naissance, adresse, ville,
010400                code_postal, telephone, email,
010500                COALESCE(statut, 'A'), statut_date,
010600                COALESCE(npai, 'N'), npai_date
010700         FROM personnes
010800         WHERE id = :WS-HIS-ID
010900     END-EXEC.
011000*
011100     IF SQLCODE NOT = 0
011200         DISPLAY "PERSHIS : erreur SQL sur l'historisation "
011300             "SQLCODE: " SQLCODE
011400         SET HIS-ERREUR-SQL TO TRUE
011500     END-IF.
011600*
011700 1000-IMAGE-COMPLETE-EXIT.
011800     EXIT.
011900*
012000*==============================================================
012100* 2000-IMAGE-ABSENTE - INSCRIT QUE LA PERSONNE N'EXISTAIT PAS
012200*     AVANT CE MOUVEMENT (CREATION OU REINTEGRATION).
012300*==============================================================
012400 2000-IMAGE-ABSENTE.
012500     EXEC SQL
012600         INSERT INTO personnes_historique
012700             (id, action, programme, utilisateur, presente)
012800         VALUES
012900             (:WS-HIS-ID, :WS-HIS-ACTION, TRIM(:WS-HIS-PROGRAMME),
013000              TRIM(:WS-HIS-UTILISATEUR), 'N')
013100     END-EXEC.
013200*
013300     IF SQLCODE NOT = 0
013400         DISPLAY "PERSHIS : erreur SQL sur l'historisation "
013500             "SQLCODE: " SQLCODE
013600         SET HIS-ERREUR-SQL TO TRUE
013700     END-IF.
013800*
013900 2000-IMAGE-ABSENTE-EXIT.
014000     EXIT.
014100*
014200*==============================================================
014300* 9999-RETOUR - RETOUR A L'APPELANT, LE COMPTE RENDU
014400*     HIS-HISTORISATION ETANT RENSEIGNE.
014500*==============================================================
014600 9999-RETOUR.
014700     GOBACK.
