003130*                    DANS LES CHIFFRES : LES PARTIS EN ATTENTE DE
003140*                    PURGE ET LES DECEDES NE GONFLENT PLUS LA
003150*                    POPULATION PRESENTEE A LA DIRECTION.
003157*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
003164*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
003171*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
003178*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
003185*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
003192*                    TRAITER.
003194*   2026-10-15  JM   LA PURGE DU MOIS COURANT LAISSE LES
003196*                    RUBRIQUES BUREAU: (ELECTEURS PAR BUREAU DE
003198*                    VOTE), PHOTOGRAPHIEES PAR PERSBVA.
003200*--------------------------------------------------------------
003300*
003400 ENVIRONMENT DIVISION.
015200 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
015300     88  JOURNAL-OUVERT                      VALUE "Y".
015400*
015412*--------------------------------------------------------------
015425* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
015437* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
015450* HOTE.
015462*--------------------------------------------------------------
015475     COPY PERSHABC.
015487*
015500 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
015600     COPY PERSJRN.
015700 01  WS-MOIS-COURANT             PIC X(06).
018700*
018800     PERFORM 8800-JOURNAL-DEBUT
018900         THRU 8800-JOURNAL-DEBUT-EXIT.
018925*
018950     PERFORM 2100-CONTROLER-HABILITATION
018975         THRU 2100-CONTROLER-HABILITATION-EXIT.
019000*
019100     PERFORM 2500-PURGER-MOIS-COURANT
019200         THRU 2500-PURGER-MOIS-COURANT-EXIT.
031500*
031600 2000-CONNEXION-EXIT.
031700     EXIT.
031702*
031705*==============================================================
031708* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
031711*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
031714*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
031717*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
031720*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
031722*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
031725*==============================================================
031728 2100-CONTROLER-HABILITATION.
031731     MOVE "PERSSTA" TO HAB-PROGRAMME.
031734     MOVE SPACES TO HAB-MODE.
031737     MOVE ZEROS TO HAB-ID.
031740     SET HAB-REQUIS-AGENT TO TRUE.
031741*
031742     CALL "PERSHAB" USING HAB-CONTROLE.
031745*
031748     IF HAB-ERREUR-SQL
031751         EXEC SQL ROLLBACK END-EXEC
031754         DISPLAY "PERSSTA : controle d'habilitation en echec."
031757         MOVE 16 TO RETURN-CODE
031760         GO TO 9999-FIN
031762     END-IF.
031765*
031768     EXEC SQL COMMIT END-EXEC.
031771*
031774     IF HAB-REFUSE
031777         DISPLAY "PERSSTA : lancement refuse - " HAB-MOTIF
031780         DISPLAY "  Operateur : " HAB-UTILISATEUR
031782         MOVE 28 TO RETURN-CODE
031785         GO TO 9999-FIN
031788     END-IF.
031791*
031794 2100-CONTROLER-HABILITATION-EXIT.
031797     EXIT.
031800*
031900*==============================================================
032000* 2500-PURGER-MOIS-COURANT - EFFACE LA PHOTOGRAPHIE EVENTUELLE
032100*     DU MOIS COURANT (UN NOUVEAU PASSAGE SUR LE MEME MOIS LA
032200*     REMPLACE). LES INSERTIONS DU PASSAGE ET CETTE PURGE SONT
032300*     VALIDEES EN UNE SEULE FOIS EN 7000-LIGNE-DE-FIN. LES
032333*     RUBRIQUES BUREAU: APPARTIENNENT A PERSBVA ET NE SONT PAS
032366*     TOUCHEES.
032400*==============================================================
032500 2500-PURGER-MOIS-COURANT.
032600     EXEC SQL
032700         DELETE FROM stats_mensuelles
032800         WHERE mois = :WS-MOIS-COURANT
032850           AND rubrique NOT LIKE 'BUREAU:%'
032900     END-EXEC.
033000*
033100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
