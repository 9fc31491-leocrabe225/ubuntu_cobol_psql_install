002038*                    ET LES DECEDES NE COMPTENT PLUS DANS L'ETAT.
002039*                    LE COMPTE ATTENDU DE 7500-RECONCILIATION
002040*                    SUIT LA MEME SELECTION.
002050*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002060*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002070*                    OPERATEURS) : ROLE CONSULTATION REQUIS. UN
002080*                    LANCEMENT REFUSE EST TRACE DANS
002090*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
002100*                    RETOUR 28 SANS RIEN TRAITER.
001300*--------------------------------------------------------------
001400*
001500 ENVIRONMENT DIVISION.
007567 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
007568     88  JOURNAL-OUVERT                      VALUE "Y".
007569*
007622*--------------------------------------------------------------
007676* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
007730* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
007784* HOTE.
007838*--------------------------------------------------------------
007892     COPY PERSHABC.
007946*
008000 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008100     COPY PERSREC.
008110     COPY PERSJRN.
009910*
009920     PERFORM 8800-JOURNAL-DEBUT
009930         THRU 8800-JOURNAL-DEBUT-EXIT.
009947*
009965     PERFORM 2100-CONTROLER-HABILITATION
009982         THRU 2100-CONTROLER-HABILITATION-EXIT.
010000*
010100     PERFORM 3000-OUVERTURE-CURSEUR
010200         THRU 3000-OUVERTURE-CURSEUR-EXIT.
014800*
014900 2000-CONNEXION-EXIT.
015000     EXIT.
015002*
015005*==============================================================
015008* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
015011*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
015014*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
015017*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
015020*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
015022*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
015025*==============================================================
015028 2100-CONTROLER-HABILITATION.
015031     MOVE "PERSRPT" TO HAB-PROGRAMME.
015034     MOVE SPACES TO HAB-MODE.
015037     MOVE ZEROS TO HAB-ID.
015040     SET HAB-REQUIS-CONSULTATION TO TRUE.
015041*
015042     CALL "PERSHAB" USING HAB-CONTROLE.
015045*
015048     IF HAB-ERREUR-SQL
015051         EXEC SQL ROLLBACK END-EXEC
015054         DISPLAY "PERSRPT : controle d'habilitation en echec."
015057         MOVE 16 TO RETURN-CODE
015060         GO TO 9999-FIN
015062     END-IF.
015065*
015068     EXEC SQL COMMIT END-EXEC.
015071*
015074     IF HAB-REFUSE
015077         DISPLAY "PERSRPT : lancement refuse - " HAB-MOTIF
015080         DISPLAY "  Operateur : " HAB-UTILISATEUR
015082         MOVE 28 TO RETURN-CODE
015085         GO TO 9999-FIN
015088     END-IF.
015091*
015094 2100-CONTROLER-HABILITATION-EXIT.
015097     EXIT.
015100*
015200*==============================================================
015300* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR SUR LA
