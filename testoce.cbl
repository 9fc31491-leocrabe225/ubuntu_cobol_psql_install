001518*                    P PARTI, D DECEDE, COLONNES STATUT ET
001519*                    STATUT_DATE TENUES PAR PERSMNT MODE E) AVEC
001520*                    SA DATE D'EFFET, DECODE EN CLAIR.
001530*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
001540*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
001550*                    OPERATEURS) : ROLE CONSULTATION REQUIS. UN
001560*                    LANCEMENT REFUSE EST TRACE DANS
001570*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
001580*                    RETOUR 28 SANS RIEN TRAITER.
001500*--------------------------------------------------------------
001600*
001700 ENVIRONMENT DIVISION.
002795 01  WS-CONNEXION-SWITCH     PIC X(01)       VALUE "N".
002796     88  CONNEXION-OUVERTE                   VALUE "Y".
002800*
002812*--------------------------------------------------------------
002825* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
002837* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
002850* HOTE.
002862*--------------------------------------------------------------
002875     COPY PERSHABC.
002887*
002900 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
002950     COPY PERSREC.
002970     COPY PERSAUD.
004795*
004800     PERFORM 2000-CONNEXION
004900         THRU 2000-CONNEXION-EXIT.
004925*
004950     PERFORM 2100-CONTROLER-HABILITATION
004975         THRU 2100-CONTROLER-HABILITATION-EXIT.
005000*
005100     PERFORM 3000-RECHERCHE-PERSONNE
005200         THRU 3000-RECHERCHE-PERSONNE-EXIT.
010100*
010200 2000-CONNEXION-EXIT.
010300     EXIT.
010302*
010305*==============================================================
010308* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
010311*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
010314*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
010317*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
010320*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
010322*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
010325*==============================================================
010328 2100-CONTROLER-HABILITATION.
010331     MOVE "TESTOCE" TO HAB-PROGRAMME.
010334     MOVE SPACES TO HAB-MODE.
010337     MOVE ZEROS TO HAB-ID.
010340     SET HAB-REQUIS-CONSULTATION TO TRUE.
010341*
010342     CALL "PERSHAB" USING HAB-CONTROLE.
010345*
010348     IF HAB-ERREUR-SQL
010351         EXEC SQL ROLLBACK END-EXEC
010354         DISPLAY "TESTOCE : controle d'habilitation en echec."
010357         MOVE 16 TO RETURN-CODE
010360         GO TO 9999-FIN
010362     END-IF.
010365*
010368     EXEC SQL COMMIT END-EXEC.
010371*
010374     IF HAB-REFUSE
010377         DISPLAY "TESTOCE : lancement refuse - " HAB-MOTIF
010380         DISPLAY "  Operateur : " HAB-UTILISATEUR
010382         MOVE 28 TO RETURN-CODE
010385         GO TO 9999-FIN
010388     END-IF.
010391*
010394 2100-CONTROLER-HABILITATION-EXIT.
010397     EXIT.
010400*
010500*==============================================================
010600* 3000-RECHERCHE-PERSONNE - RECHERCHE DE LA PERSONNE PAR ID.
