002578*                    D'IDS TAPEE A LA MAIN POUR LA PURGE
002579*                    MENSUELLE. LES MODES VILLE=/CP=/FICHIER
002580*                    RESTENT DISPONIBLES.
002582*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002585*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002588*                    OPERATEURS) : ROLE SUPERVISEUR REQUIS. UN
002589*                    LANCEMENT REFUSE EST TRACE DANS
002590*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
002591*                    RETOUR 28 SANS RIEN TRAITER.
002592*   2026-10-15  JM   AVANT CHAQUE PURGE, L'IMAGE COMPLETE DE LA
002593*                    LIGNE (RUBRIQUES, STATUT, NPAI) EST COPIEE
002594*                    DANS PERSONNES_HISTORIQUE PAR LE SOUS-
002595*                    PROGRAMME PARTAGE PERSHIS, DANS LA MEME UNITE
002596*                    DE TRAVAIL. UN ECHEC ANNULE LA PURGE DE LA
002597*                    PERSONNE, COMPTEE EN ECHEC, ET LE PASSAGE
002598*                    CONTINUE.
002600*--------------------------------------------------------------
002700*
002800 ENVIRONMENT DIVISION.
008980 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
008990     88  JOURNAL-OUVERT                      VALUE "Y".
009000*
009012*--------------------------------------------------------------
009025* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
009037* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009050* HOTE.
009062*--------------------------------------------------------------
009075     COPY PERSHABC.
009087*
009088*--------------------------------------------------------------
009090* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
009091* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009093* HOTE.
009095*--------------------------------------------------------------
009096     COPY PERSHISC.
009098*
009100 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009200     COPY PERSREC.
009300     COPY PERSAUD.
012010*
012020     PERFORM 8800-JOURNAL-DEBUT
012030         THRU 8800-JOURNAL-DEBUT-EXIT.
012047*
012065     PERFORM 2100-CONTROLER-HABILITATION
012082         THRU 2100-CONTROLER-HABILITATION-EXIT.
012100*
012200     IF MODE-CRITERE
012300         PERFORM 3000-PURGE-PAR-CRITERE
027200*
027300 2000-CONNEXION-EXIT.
027400     EXIT.
027402*
027405*==============================================================
027408* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
027411*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
027414*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
027417*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
027420*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
027422*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
027425*==============================================================
027428 2100-CONTROLER-HABILITATION.
027431     MOVE "PERSPRG" TO HAB-PROGRAMME.
027434     MOVE WS-MODE-SWITCH TO HAB-MODE.
027437     MOVE ZEROS TO HAB-ID.
027440     SET HAB-REQUIS-SUPERVISEUR TO TRUE.
027441*
027442     CALL "PERSHAB" USING HAB-CONTROLE.
027445*
027448     IF HAB-ERREUR-SQL
027451         EXEC SQL ROLLBACK END-EXEC
027454         DISPLAY "PERSPRG : controle d'habilitation en echec."
027457         MOVE 16 TO RETURN-CODE
027460         GO TO 9999-FIN
027462     END-IF.
027465*
027468     EXEC SQL COMMIT END-EXEC.
027471*
027474     IF HAB-REFUSE
027477         DISPLAY "PERSPRG : lancement refuse - " HAB-MOTIF
027480         DISPLAY "  Operateur : " HAB-UTILISATEUR
027482         MOVE 28 TO RETURN-CODE
027485         GO TO 9999-FIN
027488     END-IF.
027491*
027494 2100-CONTROLER-HABILITATION-EXIT.
027497     EXIT.
027500*
027600*==============================================================
027700* 3000-PURGE-PAR-CRITERE - PARCOURT LA POPULATION SELECTIONNEE
047300         SET ECHEC-PERSONNE TO TRUE
047400     END-IF.
047500*
047507     IF NOT ECHEC-PERSONNE
047515         MOVE "P" TO HIS-ACTION
047523         PERFORM 5500-HISTORISER-LIGNE
047530             THRU 5500-HISTORISER-LIGNE-EXIT
047538         IF HIS-ERREUR-SQL
047546             EXEC SQL ROLLBACK END-EXEC
047553             DISPLAY "Erreur SQL historique purge, id "
047561                 PERS-ID
047569             SET ECHEC-PERSONNE TO TRUE
047576         END-IF
047584     END-IF.
047592*
047600     IF NOT ECHEC-PERSONNE
047700         EXEC SQL
047800             DELETE FROM personnes
049500*
049600 5000-ARCHIVER-PERSONNE-EXIT.
049700     EXIT.
049705*
049711*==============================================================
049716* 5500-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
049722*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
049727*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
049733*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
049738*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
049744*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
049750*==============================================================
049755 5500-HISTORISER-LIGNE.
049761     MOVE PERS-ID TO HIS-ID.
049766     MOVE "PERSPRG" TO HIS-PROGRAMME.
049772     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
049777     CALL "PERSHIS" USING HIS-HISTORISATION.
049783*
049788 5500-HISTORISER-LIGNE-EXIT.
049794     EXIT.
049800*
049900*==============================================================
050000* 8000-RECONCILIATION - FERME LE FICHIER ARCHIVE ET RAPPROCHE
