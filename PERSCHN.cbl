002600*                    PAR LE MEME ENVIRONNEMENT D'EXECUTION QUE
002700*                    L'ANCIENNE LISTE SHELL (NOM DU MODULE RESOLU
002800*                    PAR LE PATH DU LANCEUR).
002814*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002828*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002842*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002857*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002871*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002885*                    TRAITER.
002900*--------------------------------------------------------------
003000*
003100 ENVIRONMENT DIVISION.
008800 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
008900     88  JOURNAL-OUVERT                      VALUE "Y".
009000*
009012*--------------------------------------------------------------
009025* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
009037* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009050* HOTE.
009062*--------------------------------------------------------------
009075     COPY PERSHABC.
009087*
009100 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009200     COPY PERSJRN.
009300 01  WS-CTL-PROGRAMME            PIC X(08).
011600*
011700     PERFORM 8800-JOURNAL-DEBUT
011800         THRU 8800-JOURNAL-DEBUT-EXIT.
011825*
011850     PERFORM 2100-CONTROLER-HABILITATION
011875         THRU 2100-CONTROLER-HABILITATION-EXIT.
011900*
012000     PERFORM 3000-TRAITER-ETAPE
012100         THRU 3000-TRAITER-ETAPE-EXIT
017400*
017500 2000-CONNEXION-EXIT.
017600     EXIT.
017602*
017605*==============================================================
017608* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
017611*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
017614*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
017617*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
017620*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
017622*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
017625*==============================================================
017628 2100-CONTROLER-HABILITATION.
017631     MOVE "PERSCHN" TO HAB-PROGRAMME.
017634     MOVE SPACES TO HAB-MODE.
017637     MOVE ZEROS TO HAB-ID.
017640     SET HAB-REQUIS-AGENT TO TRUE.
017641*
017642     CALL "PERSHAB" USING HAB-CONTROLE.
017645*
017648     IF HAB-ERREUR-SQL
017651         EXEC SQL ROLLBACK END-EXEC
017654         DISPLAY "PERSCHN : controle d'habilitation en echec."
017657         MOVE 16 TO RETURN-CODE
017660         GO TO 9999-FIN
017662     END-IF.
017665*
017668     EXEC SQL COMMIT END-EXEC.
017671*
017674     IF HAB-REFUSE
017677         DISPLAY "PERSCHN : lancement refuse - " HAB-MOTIF
017680         DISPLAY "  Operateur : " HAB-UTILISATEUR
017682         MOVE 28 TO RETURN-CODE
017685         GO TO 9999-FIN
017688     END-IF.
017691*
017694 2100-CONTROLER-HABILITATION-EXIT.
017697     EXIT.
017700*
017800*==============================================================
017900* 2500-CONTROLER-DOUBLE-LANCEMENT - REFUSE DE DEMARRER SI UNE
