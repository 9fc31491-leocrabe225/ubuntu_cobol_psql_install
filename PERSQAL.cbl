002700*                    BATCH (TABLE JOURNAL_BATCH, COPYBOOK
002800*                    PERSJRN). DES ANOMALIES SANS ECART SORTENT
002900*                    EN CODE RETOUR 4.
002908*   2026-10-15  JM   DEUX ANOMALIES DU CONTROLE SUR LE REFERENTIEL
002916*                    DES COMMUNES : VAL-CP-INCONNU (CODE POSTAL
002925*                    ABSENT DU REFERENTIEL) ET VAL-VILLE-INVALIDE
002933*                    (VILLE SANS COMMUNE DE CE CODE POSTAL). LA
002941*                    LIGNE EDITE LE CODE POSTAL ET LA VILLE,
002950*                    SUIVIS DE LA VALEUR DE REFERENCE PROPOSEE PAR
002958*                    PERSVAL (CP DE LA VILLE OU ORTHOGRAPHE DE LA
002966*                    COMMUNE), A REPORTER PAR L'AGENT EN PERSMNT
002969*                    MODE C (CORRECTION D'UNE PERSONNE EXISTANTE,
002972*                    OUVERTE AU ROLE AGENT). LE NOM EDITE EST
002975*                    RAMENE A 25 CARACTERES. UNE ERREUR SQL DU
002978*                    CONTROLE ARRETE LE BALAYAGE EN CODE RETOUR
002981*                    16.
002992*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002993*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002994*                    OPERATEURS) : ROLE CONSULTATION REQUIS. UN
002996*                    LANCEMENT REFUSE EST TRACE DANS
002997*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
002998*                    RETOUR 28 SANS RIEN TRAITER.
003000*--------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
005900     05  FILLER                  PIC X(02).
006000     05  RPT-D-ID                PIC Z(8)9.
006100     05  FILLER                  PIC X(02).
006200     05  RPT-D-NOM               PIC X(25).
006300     05  FILLER                  PIC X(02).
006400     05  RPT-D-VALEUR            PIC X(40).
006500     05  FILLER                  PIC X(02).
006550     05  RPT-D-REFERENCE         PIC X(32).
006600*
006700 01  WS-RECAP-VIEW REDEFINES WS-REPORT-LINE.
006800     05  RPT-R-LIBELLE           PIC X(28).
008600 01  WS-NB-CP                    PIC 9(09)   VALUE ZEROS.
008700 01  WS-NB-TEL                   PIC 9(09)   VALUE ZEROS.
008800 01  WS-NB-EMAIL                 PIC 9(09)   VALUE ZEROS.
008833 01  WS-NB-CP-INCONNUS           PIC 9(09)   VALUE ZEROS.
008866 01  WS-NB-VILLES                PIC 9(09)   VALUE ZEROS.
008900*
009000 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
009100     88  FIN-CURSEUR                         VALUE "Y".
010900*--------------------------------------------------------------
011000     COPY PERSVALC.
011100*
011112*--------------------------------------------------------------
011125* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
011137* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011150* HOTE.
011162*--------------------------------------------------------------
011175     COPY PERSHABC.
011187*
011200 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011300     COPY PERSREC.
011400     COPY PERSJRN.
013700*
013800     PERFORM 8800-JOURNAL-DEBUT
013900         THRU 8800-JOURNAL-DEBUT-EXIT.
013925*
013950     PERFORM 2100-CONTROLER-HABILITATION
013975         THRU 2100-CONTROLER-HABILITATION-EXIT.
014000*
014100     PERFORM 3000-OUVERTURE-CURSEUR
014200         THRU 3000-OUVERTURE-CURSEUR-EXIT.
024100*
024200 2000-CONNEXION-EXIT.
024300     EXIT.
024302*
024305*==============================================================
024308* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
024311*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
024314*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
024317*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
024320*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
024322*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
024325*==============================================================
024328 2100-CONTROLER-HABILITATION.
024331     MOVE "PERSQAL" TO HAB-PROGRAMME.
024334     MOVE SPACES TO HAB-MODE.
024337     MOVE ZEROS TO HAB-ID.
024340     SET HAB-REQUIS-CONSULTATION TO TRUE.
024341*
024342     CALL "PERSHAB" USING HAB-CONTROLE.
024345*
024348     IF HAB-ERREUR-SQL
024351         EXEC SQL ROLLBACK END-EXEC
024354         DISPLAY "PERSQAL : controle d'habilitation en echec."
024357         MOVE 16 TO RETURN-CODE
024360         GO TO 9999-FIN
024362     END-IF.
024365*
024368     EXEC SQL COMMIT END-EXEC.
024371*
024374     IF HAB-REFUSE
024377         DISPLAY "PERSQAL : lancement refuse - " HAB-MOTIF
024380         DISPLAY "  Operateur : " HAB-UTILISATEUR
024382         MOVE 28 TO RETURN-CODE
024385         GO TO 9999-FIN
024388     END-IF.
024391*
024394 2100-CONTROLER-HABILITATION-EXIT.
024397     EXIT.
024400*
024500*==============================================================
024600* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR SUR LA
032300*     S'ARRETE AU PREMIER CONTROLE EN DEFAUT : UNE LIGNE SORT
032400*     DANS UN SEUL GROUPE). ENCHAINE SUR LA LIGNE SUIVANTE
032500*     (LECTURE D'AVANCE CLASSIQUE).
032525*     UNE ERREUR SQL DU CONTROLE (LECTURE DU REFERENTIEL DES
032550*     COMMUNES) ANNULE LA TRANSACTION, CURSEUR COMPRIS, ET ARRETE
032575*     LE BALAYAGE EN CODE RETOUR 16.
032600*==============================================================
032700 5000-EXAMINER-PERSONNE.
032800     CALL "PERSVAL" USING PERS-RECORD VAL-CONTROLE.
032900     ADD 1 TO WS-NB-EXAMINEES.
033000*
033011     IF VAL-ERREUR-SQL
033022         EXEC SQL ROLLBACK END-EXEC
033033         DISPLAY "PERSQAL : controle PERSVAL en echec - "
033044             VAL-MESSAGE
033055         MOVE 16 TO RETURN-CODE
033066         GO TO 9999-FIN
033077     END-IF.
033088*
033100     IF NOT VAL-ACCEPTE
033200         PERFORM 5500-EDITER-ANOMALIE
033300             THRU 5500-EDITER-ANOMALIE-EXIT
034300* 5500-EDITER-ANOMALIE - EDITE LA LIGNE D'ANOMALIE : CODE DE
034400*     CONTROLE EN DEFAUT, ID, NOM ET RUBRIQUE FAUTIVE, ET CUMULE
034500*     LE COMPTEUR DU CODE.
034525*     POUR LES ANOMALIES DU REFERENTIEL DES COMMUNES, LA
034550*     RUBRIQUE FAUTIVE EST LE COUPLE CODE POSTAL / VILLE ET LA
034575*     VALEUR DE REFERENCE PROPOSEE SUIT EN FIN DE LIGNE.
034600*==============================================================
034700 5500-EDITER-ANOMALIE.
034800     MOVE SPACES TO WS-REPORT-LINE.
036400             MOVE "VAL-EMAIL-INVALIDE" TO RPT-D-CODE
036500             MOVE PERS-EMAIL(1:40) TO RPT-D-VALEUR
036600             ADD 1 TO WS-NB-EMAIL
036609         WHEN VAL-CP-INCONNU
036618             MOVE "VAL-CP-INCONNU" TO RPT-D-CODE
036627             PERFORM 5600-EDITER-COMMUNE
036636                 THRU 5600-EDITER-COMMUNE-EXIT
036645             ADD 1 TO WS-NB-CP-INCONNUS
036654         WHEN VAL-VILLE-INVALIDE
036663             MOVE "VAL-VILLE-INVALIDE" TO RPT-D-CODE
036672             PERFORM 5600-EDITER-COMMUNE
036681                 THRU 5600-EDITER-COMMUNE-EXIT
036690             ADD 1 TO WS-NB-VILLES
036700         WHEN OTHER
036800             MOVE "VAL-AUTRE" TO RPT-D-CODE
036900             MOVE VAL-MESSAGE(1:40) TO RPT-D-VALEUR
037000     END-EVALUATE.
037100*
037200     MOVE PERS-ID TO RPT-D-ID.
037300     MOVE PERS-NOM(1:25) TO RPT-D-NOM.
037400*
037500     MOVE WS-REPORT-LINE TO QAL-RECORD.
037600     WRITE QAL-RECORD.
038700 5500-EDITER-ANOMALIE-EXIT.
038800     EXIT.
038900*
038904*==============================================================
038909* 5600-EDITER-COMMUNE - PREPARE LA RUBRIQUE FAUTIVE (CODE POSTAL
038913*     PUIS VILLE) ET LA VALEUR DE REFERENCE PROPOSEE PAR PERSVAL
038918*     (VAL-SUGGESTION), PRECEDEE DE "REF". SANS PROPOSITION (VILLE
038922*     ELLE-MEME INCONNUE DU REFERENTIEL), LA REFERENCE RESTE VIDE.
038927*==============================================================
038931 5600-EDITER-COMMUNE.
038936     STRING PERS-CODE-POSTAL DELIMITED BY SPACE
038940            " "              DELIMITED BY SIZE
038945            PERS-VILLE       DELIMITED BY SIZE
038950         INTO RPT-D-VALEUR.
038954*
038959     IF VAL-SUGGESTION NOT = SPACES
038963         STRING "REF "         DELIMITED BY SIZE
038968                VAL-SUGGESTION DELIMITED BY SIZE
038972             INTO RPT-D-REFERENCE
038977     END-IF.
038981*
038986 5600-EDITER-COMMUNE-EXIT.
038990     EXIT.
038995*
039000*==============================================================
039100* 6000-FERMETURE-CURSEUR - FERME LE CURSEUR.
039200*==============================================================
042300     MOVE WS-NB-EMAIL TO RPT-R-NB.
042400     PERFORM 6600-ECRIRE-RECAP
042500         THRU 6600-ECRIRE-RECAP-EXIT.
042509*
042518     MOVE "TOTAL CP HORS REFERENTIEL" TO RPT-R-LIBELLE.
042527     MOVE WS-NB-CP-INCONNUS TO RPT-R-NB.
042536     PERFORM 6600-ECRIRE-RECAP
042545         THRU 6600-ECRIRE-RECAP-EXIT.
042554*
042563     MOVE "TOTAL VILLES INCOHERENTES" TO RPT-R-LIBELLE.
042572     MOVE WS-NB-VILLES TO RPT-R-NB.
042581     PERFORM 6600-ECRIRE-RECAP
042590         THRU 6600-ECRIRE-RECAP-EXIT.
042600*
042700 6500-RECAP-PAR-CODE-EXIT.
042800     EXIT.
