002500*                    SORT EN CODE RETOUR 4, UN REFUS DU CONTROLE
002600*                    EN 8, UN ABANDON OPERATEUR EN 10, UNE ERREUR
002700*                    SQL EN 12, UNE ERREUR DE LANCEMENT EN 16.
002720*   2026-10-15  JM   LE CONTROLE PERSVAL VERIFIE LE CODE POSTAL ET
002740*                    LA VILLE SUR LE REFERENTIEL DES COMMUNES. UNE
002760*                    ERREUR SQL DU CONTROLE ANNULE LA TRANSACTION
002780*                    ET SORT EN CODE RETOUR 12.
002782*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002785*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002788*                    OPERATEURS) : ROLE SUPERVISEUR REQUIS. UN
002789*                    LANCEMENT REFUSE EST TRACE DANS
002790*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
002791*                    RETOUR 28 SANS RIEN TRAITER.
002792*   2026-10-15  JM   AVANT LA REINSERTION, UNE IMAGE ABSENTE EST
002793*                    INSCRITE DANS PERSONNES_HISTORIQUE PAR LE
002794*                    SOUS-PROGRAMME PARTAGE PERSHIS, DANS LA MEME
002795*                    UNITE DE TRAVAIL : L'HISTORIQUE MONTRE LA
002796*                    PERSONNE ABSENTE ENTRE SA PURGE ET SA
002797*                    REINTEGRATION. UN ECHEC ANNULE LA
002798*                    REINTEGRATION ET SORT EN CODE RETOUR 12.
002800*--------------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
008800*--------------------------------------------------------------
008900     COPY PERSVALC.
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
012000*
012100     PERFORM 8800-JOURNAL-DEBUT
012200         THRU 8800-JOURNAL-DEBUT-EXIT.
012225*
012250     PERFORM 2100-CONTROLER-HABILITATION
012275         THRU 2100-CONTROLER-HABILITATION-EXIT.
012300*
012400     PERFORM 3000-CHERCHER-DANS-ARCHIVE
012500         THRU 3000-CHERCHER-DANS-ARCHIVE-EXIT.
023800*
023900 2000-CONNEXION-EXIT.
024000     EXIT.
024002*
024005*==============================================================
024008* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
024011*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
024014*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
024017*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
024020*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
024022*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
024025*==============================================================
024028 2100-CONTROLER-HABILITATION.
024031     MOVE "PERSRST" TO HAB-PROGRAMME.
024034     MOVE SPACES TO HAB-MODE.
024037     MOVE ZEROS TO HAB-ID.
024040     SET HAB-REQUIS-SUPERVISEUR TO TRUE.
024041*
024042     CALL "PERSHAB" USING HAB-CONTROLE.
024045*
024048     IF HAB-ERREUR-SQL
024051         EXEC SQL ROLLBACK END-EXEC
024054         DISPLAY "PERSRST : controle d'habilitation en echec."
024057         MOVE 16 TO RETURN-CODE
024060         GO TO 9999-FIN
024062     END-IF.
024065*
024068     EXEC SQL COMMIT END-EXEC.
024071*
024074     IF HAB-REFUSE
024077         DISPLAY "PERSRST : lancement refuse - " HAB-MOTIF
024080         DISPLAY "  Operateur : " HAB-UTILISATEUR
024082         MOVE 28 TO RETURN-CODE
024085         GO TO 9999-FIN
024088     END-IF.
024091*
024094 2100-CONTROLER-HABILITATION-EXIT.
024097     EXIT.
024100*
024200*==============================================================
024300* 3000-CHERCHER-DANS-ARCHIVE - PARCOURT PERSARC EN ENTIER A LA
036900*
037000     CALL "PERSVAL" USING PERS-RECORD VAL-CONTROLE.
037100*
037111     IF VAL-ERREUR-SQL
037122         EXEC SQL ROLLBACK END-EXEC
037133         DISPLAY "PERSRST : controle des rubriques en echec - "
037144             VAL-MESSAGE
037155         MOVE 12 TO RETURN-CODE
037166         GO TO 5000-REINSERER-PERSONNE-EXIT
037177     END-IF.
037188*
037200     IF NOT VAL-ACCEPTE
037300         DISPLAY "PERSRST : reintegration refusee - "
037400             VAL-MESSAGE
037600         GO TO 5000-REINSERER-PERSONNE-EXIT
037700     END-IF.
037800*
037809     MOVE "R" TO HIS-ACTION.
037818     PERFORM 5500-HISTORISER-LIGNE
037827         THRU 5500-HISTORISER-LIGNE-EXIT.
037836     IF HIS-ERREUR-SQL
037845         EXEC SQL ROLLBACK END-EXEC
037854         DISPLAY "Erreur SQL sur l'historique de la ligne."
037863         MOVE 12 TO RETURN-CODE
037872         GO TO 5000-REINSERER-PERSONNE-EXIT
037881     END-IF.
037890*
037900     EXEC SQL
038000         INSERT INTO personnes
038100             (id, nom, prenom, date_naissance, adresse,
042300*
042400 5000-REINSERER-PERSONNE-EXIT.
042500     EXIT.
042505*
042511*==============================================================
042516* 5500-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
042522*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
042527*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
042533*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
042538*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
042544*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
042550*==============================================================
042555 5500-HISTORISER-LIGNE.
042561     MOVE PERS-ID TO HIS-ID.
042566     MOVE "PERSRST" TO HIS-PROGRAMME.
042572     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
042577     CALL "PERSHIS" USING HIS-HISTORISATION.
042583*
042588 5500-HISTORISER-LIGNE-EXIT.
042594     EXIT.
042600*
042700*==============================================================
042800* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
