002400*                    20, COMME PERSPRG) ET EST INSCRIT DANS LE
002500*                    JOURNAL DES PASSAGES BATCH (TABLE
002600*                    JOURNAL_BATCH, COPYBOOK PERSJRN).
002614*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002628*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002642*                    OPERATEURS) : ROLE SUPERVISEUR REQUIS. UN
002657*                    LANCEMENT REFUSE EST TRACE DANS
002671*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
002685*                    RETOUR 28 SANS RIEN TRAITER.
002700*--------------------------------------------------------------
002800*
002900 ENVIRONMENT DIVISION.
010500 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
010600     88  JOURNAL-OUVERT                      VALUE "Y".
010700*
010712*--------------------------------------------------------------
010725* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
010737* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
010750* HOTE.
010762*--------------------------------------------------------------
010775     COPY PERSHABC.
010787*
010800 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010900     COPY PERSJRN.
011000 01  WS-DATE-SEUIL-L             PIC X(10).
014100*
014200     PERFORM 8800-JOURNAL-DEBUT
014300         THRU 8800-JOURNAL-DEBUT-EXIT.
014325*
014350     PERFORM 2100-CONTROLER-HABILITATION
014375         THRU 2100-CONTROLER-HABILITATION-EXIT.
014400*
014500     PERFORM 3000-OUVERTURE-CURSEUR
014600         THRU 3000-OUVERTURE-CURSEUR-EXIT.
033800*
033900 2000-CONNEXION-EXIT.
034000     EXIT.
034002*
034005*==============================================================
034008* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
034011*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
034014*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
034017*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
034020*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
034022*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
034025*==============================================================
034028 2100-CONTROLER-HABILITATION.
034031     MOVE "PERSAPU" TO HAB-PROGRAMME.
034034     MOVE SPACES TO HAB-MODE.
034037     MOVE ZEROS TO HAB-ID.
034040     SET HAB-REQUIS-SUPERVISEUR TO TRUE.
034041*
034042     CALL "PERSHAB" USING HAB-CONTROLE.
034045*
034048     IF HAB-ERREUR-SQL
034051         EXEC SQL ROLLBACK END-EXEC
034054         DISPLAY "PERSAPU : controle d'habilitation en echec."
034057         MOVE 16 TO RETURN-CODE
034060         GO TO 9999-FIN
034062     END-IF.
034065*
034068     EXEC SQL COMMIT END-EXEC.
034071*
034074     IF HAB-REFUSE
034077         DISPLAY "PERSAPU : lancement refuse - " HAB-MOTIF
034080         DISPLAY "  Operateur : " HAB-UTILISATEUR
034082         MOVE 28 TO RETURN-CODE
034085         GO TO 9999-FIN
034088     END-IF.
034091*
034094 2100-CONTROLER-HABILITATION-EXIT.
034097     EXIT.
034100*
034200*==============================================================
034300* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR DES
