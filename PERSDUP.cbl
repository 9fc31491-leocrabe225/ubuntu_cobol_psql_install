002150*                    FUSION FAITE) ET CODE RETOUR EN SORTIE. LE
002160*                    JOURNAL EST AU MIEUX : UNE ERREUR SQL SUR LE
002170*                    JOURNAL NE FAIT PAS ECHOUER LE PASSAGE.
002173*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002177*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002181*                    OPERATEURS) : ROLE SUPERVISEUR POUR LE MODE F
002185*                    (FUSION), AGENT POUR LE MODE R. UN LANCEMENT
002188*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002189*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002190*                    TRAITER.
002191*   2026-10-15  JM   AVANT LA SUPPRESSION DE L'ID CONDAMNE D'UNE
002192*                    FUSION, SON IMAGE COMPLETE (RUBRIQUES,
002193*                    STATUT, NPAI) EST COPIEE DANS
002194*                    PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME
002195*                    PARTAGE PERSHIS, DANS LA MEME UNITE DE
002196*                    TRAVAIL ; L'HISTORIQUE RESTE RATTACHE A L'ID
002197*                    CONDAMNE. UN ECHEC ANNULE LA FUSION ET SORT
002198*                    EN CODE RETOUR 12.
002200*--------------------------------------------------------------
002300*
002400 ENVIRONMENT DIVISION.
009380 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
009390     88  JOURNAL-OUVERT                      VALUE "Y".
009400*
009412*--------------------------------------------------------------
009425* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
009437* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009450* HOTE.
009462*--------------------------------------------------------------
009475     COPY PERSHABC.
009487*
009488*--------------------------------------------------------------
009490* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
009491* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009493* HOTE.
009495*--------------------------------------------------------------
009496     COPY PERSHISC.
009498*
009500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009600     COPY PERSREC.
009700     COPY PERSAUD.
012610*
012620     PERFORM 8800-JOURNAL-DEBUT
012630         THRU 8800-JOURNAL-DEBUT-EXIT.
012647*
012665     PERFORM 2100-CONTROLER-HABILITATION
012682         THRU 2100-CONTROLER-HABILITATION-EXIT.
012700*
012800     IF MODE-RECENSEMENT
012900         PERFORM 3000-RECENSER-DOUBLONS
026200*
026300 2000-CONNEXION-EXIT.
026400     EXIT.
026402*
026405*==============================================================
026407* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
026410*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
026412*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
026415*     POUR LE MODE F (FUSION), AGENT POUR LE MODE R. UN REFUS EST
026417*     TRACE DANS PERSONNES_AUDIT (ACTION H) ET VALIDE, PUIS LE
026420*     PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR SQL DU CONTROLE
026422*     SORT EN CODE RETOUR 16.
026425*==============================================================
026427 2100-CONTROLER-HABILITATION.
026430     MOVE "PERSDUP" TO HAB-PROGRAMME.
026432     MOVE WS-MODE-SWITCH TO HAB-MODE.
026435     MOVE ZEROS TO HAB-ID.
026436*
026437     IF MODE-FUSION
026440         SET HAB-REQUIS-SUPERVISEUR TO TRUE
026442     ELSE
026445         SET HAB-REQUIS-AGENT TO TRUE
026447     END-IF.
026448*
026450     CALL "PERSHAB" USING HAB-CONTROLE.
026452*
026455     IF HAB-ERREUR-SQL
026457         EXEC SQL ROLLBACK END-EXEC
026460         DISPLAY "PERSDUP : controle d'habilitation en echec."
026462         MOVE 16 TO RETURN-CODE
026465         GO TO 9999-FIN
026467     END-IF.
026470*
026472     EXEC SQL COMMIT END-EXEC.
026475*
026477     IF HAB-REFUSE
026480         DISPLAY "PERSDUP : lancement refuse - " HAB-MOTIF
026482         DISPLAY "  Operateur : " HAB-UTILISATEUR
026485         MOVE 28 TO RETURN-CODE
026487         GO TO 9999-FIN
026490     END-IF.
026492*
026495 2100-CONTROLER-HABILITATION-EXIT.
026497     EXIT.
026500*
026600*==============================================================
026700* 3000-RECENSER-DOUBLONS - EDITE L'ETAT DES PAIRES PROBABLES :
054000         GO TO 6000-FUSIONNER-EXIT
054100     END-IF.
054200*
054209     MOVE "F" TO HIS-ACTION.
054218     PERFORM 6500-HISTORISER-LIGNE
054227         THRU 6500-HISTORISER-LIGNE-EXIT.
054236     IF HIS-ERREUR-SQL
054245         EXEC SQL ROLLBACK END-EXEC
054254         DISPLAY "Erreur SQL sur l'historique du condamne."
054263         MOVE 12 TO RETURN-CODE
054272         GO TO 6000-FUSIONNER-EXIT
054281     END-IF.
054290*
054300     EXEC SQL
054400         DELETE FROM personnes
054500         WHERE id = :WS-ID-CONDAMNE
056100*
056200 6000-FUSIONNER-EXIT.
056300     EXIT.
056305*
056311*==============================================================
056316* 6500-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
056322*     WS-ID-CONDAMNE (OU SON ABSENCE AVANT UNE CREATION) DANS
056327*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
056333*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
056338*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
056344*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
056350*==============================================================
056355 6500-HISTORISER-LIGNE.
056361     MOVE WS-ID-CONDAMNE TO HIS-ID.
056366     MOVE "PERSDUP" TO HIS-PROGRAMME.
056372     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
056377     CALL "PERSHIS" USING HIS-HISTORISATION.
056383*
056388 6500-HISTORISER-LIGNE-EXIT.
056394     EXIT.
056400*
056410*==============================================================
056411* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
