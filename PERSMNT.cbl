001466*                    SE SOLDE PLUS PAR UNE SUPPRESSION IMMEDIATE:
001467*                    PERSPRG PURGE LES PARTIS AU-DELA DU DELAI
001468*                    LEGAL (PARM RETENTION=N).
001469*   2026-10-15  JM   TENUE DES FOYERS : APRES CHAQUE MOUVEMENT
001470*                    VALIDE (MODES A, M, S, C ET E), LA PERSONNE
001471*                    EST REAFFECTEE A SON FOYER PAR LE SOUS-
001472*                    PROGRAMME PARTAGE PERSFYA (ADRESSE CHANGEE,
001473*                    DEPART, DECES, SUPPRESSION), DANS UNE UNITE
001474*                    DE TRAVAIL DISTINCTE : UN ECHEC EST SIGNALE
001475*                    EN AVERTISSEMENT SANS ANNULER LE MOUVEMENT,
001476*                    LE RECALCUL NOCTURNE PERSFOY LE REPREND.
001477*   2026-10-15  JM   LE CONTROLE PERSVAL VERIFIE LE CODE POSTAL ET
001478*                    LA VILLE SUR LE REFERENTIEL DES COMMUNES ; LE
001479*                    REFUS AFFICHE L'ORTHOGRAPHE DE REFERENCE. UNE
001480*                    ERREUR SQL DU CONTROLE ANNULE LA TRANSACTION
001481*                    ET SORT EN CODE RETOUR 12.
001482*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
001483*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
001484*                    OPERATEURS) : ROLE SUPERVISEUR POUR LES MODES
001485*                    DESTRUCTIFS OU CORRECTIFS (S, E ET C), AGENT
001486*                    POUR LES MODES A ET M, CONSULTATION POUR LE
001487*                    MODE R. UN LANCEMENT REFUSE EST TRACE DANS
001488*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
001489*                    RETOUR 28 SANS RIEN TRAITER.
001490*   2026-10-15  JM   AVANT CHAQUE AJOUT, MODIFICATION,
001491*                    SUPPRESSION, SAISIE CONVERSATIONNELLE OU
001492*                    CHANGEMENT DE STATUT, L'IMAGE COMPLETE DE LA
001493*                    LIGNE (RUBRIQUES, STATUT, NPAI) EST COPIEE
001494*                    DANS PERSONNES_HISTORIQUE PAR LE SOUS-
001495*                    PROGRAMME PARTAGE PERSHIS, DANS LA MEME UNITE
001496*                    DE TRAVAIL (IMAGE ABSENTE AVANT UNE
001497*                    CREATION). UN ECHEC ANNULE LE MOUVEMENT ET
001498*                    SORT EN CODE RETOUR 12.
001499*   2026-10-15  JM   LE MODE C SUR UNE PERSONNE EXISTANTE EST
001500*                    OUVERT AU ROLE AGENT, POUR QUE LES AGENTS
001501*                    CORRIGENT ADRESSE, VILLE ET CODE POSTAL
001502*                    SIGNALES PAR PERSQAL (MEME PROTECTION CONTRE
001503*                    LES MISES A JOUR CONCURRENTES) ; LA CREATION
001504*                    PAR LE MODE C (ID INCONNU OU ALLOUE) RESTE
001505*                    RESERVEE AU ROLE SUPERVISEUR.
001536*--------------------------------------------------------------
001568*
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800*
003947*--------------------------------------------------------------
003950     COPY PERSNIDC.
003953*
003954*--------------------------------------------------------------
003955* COMPTE RENDU DE L'AFFECTATION AU FOYER (SOUS-PROGRAMME
003956* PERSFYA), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
003957* HOTE.
003958*--------------------------------------------------------------
003959     COPY PERSFYAC.
003960*
003961 77  WS-ALLOCATION-SWITCH    PIC X(01)       VALUE "N".
003963     88  DEMANDE-ALLOCATION                   VALUE "Y".
003964*
003966*--------------------------------------------------------------
003971* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
003976* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
003981* HOTE.
003985*--------------------------------------------------------------
003990     COPY PERSHABC.
003991*
003992*--------------------------------------------------------------
003993* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
003994* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
003995* HOTE.
003996*--------------------------------------------------------------
003997     COPY PERSHISC.
003998*
004000 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004050     COPY PERSREC.
004060     COPY PERSAUD.
004071 01  WS-STATUT-COURANT       PIC X(01).
004072 01  WS-STATUT-NOUVEAU       PIC X(01).
004073 01  WS-STATUT-DATE          PIC X(10).
004074 01  WS-NB-EXISTANT          PIC 9(09).
004300 01  USERNAME                PIC X(30).
004400 01  PASSWD                  PIC X(30).
004500 01  DBNAME                  PIC X(10).
005895*
005900     PERFORM 2000-CONNEXION
006000         THRU 2000-CONNEXION-EXIT.
006002*
006005     PERFORM 2100-CONTROLER-HABILITATION
006007         THRU 2100-CONTROLER-HABILITATION-EXIT.
006010*
006020     IF DEMANDE-ALLOCATION
006030         PERFORM 2200-ALLOUER-ID
007198                 THRU 8600-CHANGER-STATUT-EXIT
007200     END-EVALUATE.
007300*
007316     IF RETURN-CODE = 0 AND NOT MVT-RECHERCHE
007333         PERFORM 8700-AFFECTER-FOYER
007350             THRU 8700-AFFECTER-FOYER-EXIT
007366     END-IF.
007383*
007400     GO TO 9999-FIN.
007500*
007600*==============================================================
011713 1700-LIRE-UTILISATEUR-EXIT.
011714     EXIT.
011715*
011757*==============================================================
011800* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
011900*==============================================================
012000 2000-CONNEXION.
013350     SET CONNEXION-OUVERTE TO TRUE.
013400*
013500 2000-CONNEXION-EXIT.
013502     EXIT.
013504*
013506*==============================================================
013508* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
013510*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
013512*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE SUPERVISEUR
013515*     POUR LES MODES DESTRUCTIFS (S ET E) ET POUR UNE CREATION
013516*     PAR LE MODE C (CF 2150), AGENT POUR LES MODES A ET M ET LE
013517*     MODE C SUR UNE PERSONNE EXISTANTE, CONSULTATION POUR LE
013518*     MODE R. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
013519*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
013521*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
013525*==============================================================
013528 2100-CONTROLER-HABILITATION.
013530     MOVE "PERSMNT" TO HAB-PROGRAMME.
013532     MOVE WS-MOUVEMENT-SWITCH TO HAB-MODE.
013534     IF MVT-RECHERCHE
013536         MOVE ZEROS TO HAB-ID
013538     ELSE
013540         MOVE PERS-ID TO HAB-ID
013541     END-IF.
013542*
013543     EVALUATE TRUE
013544         WHEN MVT-SUPPRESSION OR MVT-ETAT
013545             SET HAB-REQUIS-SUPERVISEUR TO TRUE
013546         WHEN MVT-CONVERSATIONNEL
013547             PERFORM 2150-ROLE-CONVERSATIONNEL
013548                 THRU 2150-ROLE-CONVERSATIONNEL-EXIT
013549         WHEN MVT-RECHERCHE
013550             SET HAB-REQUIS-CONSULTATION TO TRUE
013551         WHEN OTHER
013552             SET HAB-REQUIS-AGENT TO TRUE
013553     END-EVALUATE.
013554*
013555     CALL "PERSHAB" USING HAB-CONTROLE.
013556*
013557     IF HAB-ERREUR-SQL
013558         EXEC SQL ROLLBACK END-EXEC
013559         DISPLAY "PERSMNT : controle d'habilitation en echec."
013560         MOVE 16 TO RETURN-CODE
013561         GO TO 9999-FIN
013562     END-IF.
013563*
013564     EXEC SQL COMMIT END-EXEC.
013565*
013566     IF HAB-REFUSE
013567         DISPLAY "PERSMNT : lancement refuse - " HAB-MOTIF
013568         DISPLAY "  Operateur : " HAB-UTILISATEUR
013569         MOVE 28 TO RETURN-CODE
013570         GO TO 9999-FIN
013571     END-IF.
013572*
013573 2100-CONTROLER-HABILITATION-EXIT.
013574     EXIT.
013575*
013576*==============================================================
013577* 2150-ROLE-CONVERSATIONNEL - ROLE REQUIS POUR LE MODE C : AGENT
013578*     SI L'ID DU PARM DESIGNE UNE PERSONNE EXISTANTE (CORRECTION
013579*     DE LA LIGNE), SUPERVISEUR S'IL EST INCONNU OU A ALLOUER
013580*     (CREATION). 8100 REFUSE LA CREATION SI LA LIGNE A DISPARU
013581*     DEPUIS CE CONTROLE. UNE ERREUR SQL SORT EN CODE RETOUR 16.
013582*==============================================================
013583 2150-ROLE-CONVERSATIONNEL.
013584     SET HAB-REQUIS-SUPERVISEUR TO TRUE.
013585*
013586     IF DEMANDE-ALLOCATION
013587         GO TO 2150-ROLE-CONVERSATIONNEL-EXIT
013588     END-IF.
013589*
013590     EXEC SQL
013591         SELECT COUNT(*) INTO :WS-NB-EXISTANT
013592         FROM personnes
013593         WHERE id = :PERS-ID
013594     END-EXEC.
013595*
013596     IF SQLCODE NOT = 0
013597         EXEC SQL ROLLBACK END-EXEC
013598         DISPLAY "PERSMNT : controle d'habilitation en echec "
013599             "SQLCODE: " SQLCODE
013600         MOVE 16 TO RETURN-CODE
013601         GO TO 9999-FIN
013602     END-IF.
013603*
013604     IF WS-NB-EXISTANT NOT = ZEROS
013605         SET HAB-REQUIS-AGENT TO TRUE
013606     END-IF.
013607*
013608 2150-ROLE-CONVERSATIONNEL-EXIT.
013609     EXIT.
013610*
013611*==============================================================
013612* 2200-ALLOUER-ID - DEMANDE LE PROCHAIN ID AU SERVICE PARTAGE
013730*     PERSVAL AVANT TOUTE ECRITURE EN TABLE. UN REFUS AFFICHE LE
013740*     MESSAGE DU CONTROLE ET SORT EN CODE RETOUR 8, DISTINCT DES
013750*     ERREURS SQL (12) ET DES ERREURS DE LANCEMENT (16).
013752*     UNE ERREUR SQL DU CONTROLE LUI-MEME (LECTURE DU
013755*     REFERENTIEL DES COMMUNES) ANNULE LA TRANSACTION ET SORT EN
013757*     CODE RETOUR 12.
013760*==============================================================
013770 2500-CONTROLER-RUBRIQUES.
013780     CALL "PERSVAL" USING PERS-RECORD VAL-CONTROLE.
013790*
013791     IF VAL-ERREUR-SQL
013792         EXEC SQL ROLLBACK END-EXEC
013793         DISPLAY "PERSMNT : controle des rubriques en echec - "
013794             VAL-MESSAGE
013795         MOVE 12 TO RETURN-CODE
013796         GO TO 9999-FIN
013797     END-IF.
013798*
013800     IF NOT VAL-ACCEPTE
013810         DISPLAY "PERSMNT : mouvement refuse - " VAL-MESSAGE
013820         MOVE 8 TO RETURN-CODE
014140         GO TO 3000-AJOUT-PERSONNE-EXIT
014150     END-IF.
014160*
014163     MOVE "A" TO HIS-ACTION.
014167     PERFORM 6100-HISTORISER-LIGNE
014170         THRU 6100-HISTORISER-LIGNE-EXIT.
014174     IF HIS-ERREUR-SQL
014178         EXEC SQL ROLLBACK END-EXEC
014181         DISPLAY "Erreur SQL sur l'historique de la ligne."
014185         MOVE 12 TO RETURN-CODE
014189         GO TO 3000-AJOUT-PERSONNE-EXIT
014192     END-IF.
014196*
014200     EXEC SQL
014300         INSERT INTO personnes (id, nom)
014400         VALUES (:PERS-ID, :PERS-NOM)
015980*
015990 6000-TRACER-MOUVEMENT-EXIT.
016000     EXIT.
016010*
016020*==============================================================
016030* 6100-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
016040*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
016050*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
016060*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
016070*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
016080*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
016081*==============================================================
016083 6100-HISTORISER-LIGNE.
016085     MOVE PERS-ID TO HIS-ID.
016086     MOVE "PERSMNT" TO HIS-PROGRAMME.
016088     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
016090     CALL "PERSHIS" USING HIS-HISTORISATION.
016091*
016093 6100-HISTORISER-LIGNE-EXIT.
016095     EXIT.
016096*
016098*==============================================================
016100* 4000-MODIFICATION-PERSONNE - MISE A JOUR DU NOM D'UNE PERSONNE
016200*     EXISTANTE. LE NOM COURANT EST RELU ET AFFICHE, L'OPERATEUR
016210*     CONFIRME, ET L'UPDATE NE PORTE QUE SUR LA LIGNE ENCORE
016688         GO TO 4000-MODIFICATION-PERSONNE-EXIT
016689     END-IF.
016690*
016691     MOVE "M" TO HIS-ACTION.
016692     PERFORM 6100-HISTORISER-LIGNE
016693         THRU 6100-HISTORISER-LIGNE-EXIT.
016694     IF HIS-ERREUR-SQL
016695         EXEC SQL ROLLBACK END-EXEC
016696         DISPLAY "Erreur SQL sur l'historique de la ligne."
016697         MOVE 12 TO RETURN-CODE
016698         GO TO 4000-MODIFICATION-PERSONNE-EXIT
016699     END-IF.
016700*
016750     EXEC SQL
016800         UPDATE personnes
016900         SET nom = :PERS-NOM
017000         WHERE id = :PERS-ID
019687         GO TO 5000-SUPPRESSION-PERSONNE-EXIT
019688     END-IF.
019689*
019690     MOVE "S" TO HIS-ACTION.
019691     PERFORM 6100-HISTORISER-LIGNE
019692         THRU 6100-HISTORISER-LIGNE-EXIT.
019693     IF HIS-ERREUR-SQL
019694         EXEC SQL ROLLBACK END-EXEC
019695         DISPLAY "Erreur SQL sur l'historique de la ligne."
019696         MOVE 12 TO RETURN-CODE
019697         GO TO 5000-SUPPRESSION-PERSONNE-EXIT
019698     END-IF.
019699*
019700     EXEC SQL
019800         DELETE FROM personnes
019900         WHERE id = :PERS-ID
023520*     AFFICHEE, CHAQUE RUBRIQUE EST PROPOSEE A L'OPERATEUR
023530*     (ENTREE VIDE = CONSERVER, * = EFFACER), LE TOUT EST
023540*     CONTROLE PAR PERSVAL PUIS CREE (ID INCONNU) OU MIS A JOUR
023550*     (ID CONNU), TOUTES COLONNES CONFONDUES. LA CREATION EST
023555*     RESERVEE AU ROLE SUPERVISEUR (CF 2150).
023560*==============================================================
023570 8000-CONVERSATIONNEL.
023580     PERFORM 8100-LIRE-PERSONNE
023870*
023880*==============================================================
023890* 8100-LIRE-PERSONNE - LIT LA LIGNE COMPLETE DE L'ID DEMANDE ET
023900*     L'AFFICHE. UN ID INCONNU BASCULE EN CREATION, SAUF SI LE
023903*     LANCEMENT N'A ETE CONTROLE QU'AU ROLE AGENT (LIGNE
023906*     SUPPRIMEE DEPUIS, CODE RETOUR 10). L'IMAGE LUE
023910*     EST CONSERVEE POUR LA COMPARAISON D'AVANT UPDATE (MISES A
023920*     JOUR CONCURRENTES) ET LE NOM D'ORIGINE POUR L'AUDIT.
023930*==============================================================
024170             DISPLAY "  Telephone   : " PERS-TELEPHONE
024180             DISPLAY "  Email       : " PERS-EMAIL
024190         WHEN 100
024191             IF NOT HAB-REQUIS-SUPERVISEUR
024192                 EXEC SQL ROLLBACK END-EXEC
024193                 DISPLAY "PERSMNT : la ligne a disparu depuis "
024194                     "le lancement - rejouer : " PERS-ID
024195                 MOVE 10 TO RETURN-CODE
024196                 GO TO 9999-FIN
024197             END-IF
024200             SET CREATION-PERSONNE TO TRUE
024210             MOVE SPACES TO PERS-NOM
024220             MOVE SPACES TO PERS-PRENOM
025530*     3000-AJOUT-PERSONNE.
025540*==============================================================
025550 8300-INSERER-COMPLET.
025551     MOVE "A" TO HIS-ACTION.
025552     PERFORM 6100-HISTORISER-LIGNE
025553         THRU 6100-HISTORISER-LIGNE-EXIT.
025554     IF HIS-ERREUR-SQL
025555         EXEC SQL ROLLBACK END-EXEC
025556         DISPLAY "Erreur SQL sur l'historique de la ligne."
025557         MOVE 12 TO RETURN-CODE
025558         GO TO 8300-INSERER-COMPLET-EXIT
025559     END-IF.
025560*
025565     EXEC SQL
025570         INSERT INTO personnes
025580             (id, nom, prenom, date_naissance, adresse,
025590              ville, code_postal, telephone, email)
026360*
026370     MOVE WS-RECORD-APRES TO PERS-RECORD.
026380*
026381     MOVE "M" TO HIS-ACTION.
026382     PERFORM 6100-HISTORISER-LIGNE
026383         THRU 6100-HISTORISER-LIGNE-EXIT.
026384     IF HIS-ERREUR-SQL
026385         EXEC SQL ROLLBACK END-EXEC
026386         DISPLAY "Erreur SQL sur l'historique de la ligne."
026387         MOVE 12 TO RETURN-CODE
026388         GO TO 8400-METTRE-A-JOUR-COMPLET-EXIT
026389     END-IF.
026390*
026395     EXEC SQL
026400         UPDATE personnes
026410         SET nom = :PERS-NOM,
026420             prenom = :PERS-PRENOM,
026824         GO TO 8600-CHANGER-STATUT-EXIT
026825     END-IF.
026826*
026827     MOVE "M" TO HIS-ACTION.
026828     PERFORM 6100-HISTORISER-LIGNE
026829         THRU 6100-HISTORISER-LIGNE-EXIT.
026830     IF HIS-ERREUR-SQL
026831         EXEC SQL ROLLBACK END-EXEC
026832         DISPLAY "Erreur SQL sur l'historique de la ligne."
026833         MOVE 12 TO RETURN-CODE
026834         GO TO 8600-CHANGER-STATUT-EXIT
026835     END-IF.
026836*
026837     EXEC SQL
026838         UPDATE personnes
026839         SET statut = :WS-STATUT-NOUVEAU,
026840             statut_date = :WS-STATUT-DATE
026841         WHERE id = :PERS-ID
026842           AND COALESCE(statut, 'A') = :WS-STATUT-COURANT
026844     END-EXEC.
026845*
026846     EVALUATE SQLCODE
026847         WHEN 0
026848             SET AUD-ACTION-MODIFICATION TO TRUE
026849             MOVE SPACES TO AUD-ANCIENNE-VALEUR
026851             STRING "STATUT " DELIMITED BY SIZE
026852                    WS-STATUT-COURANT DELIMITED BY SIZE
026853                 INTO AUD-ANCIENNE-VALEUR
026854             MOVE SPACES TO AUD-NOUVELLE-VALEUR
026855             STRING "STATUT " DELIMITED BY SIZE
026856                    WS-STATUT-NOUVEAU DELIMITED BY SIZE
026858                    " " DELIMITED BY SIZE
026859                    WS-STATUT-DATE DELIMITED BY SIZE
026860                 INTO AUD-NOUVELLE-VALEUR
026861             PERFORM 6000-TRACER-MOUVEMENT
026862                 THRU 6000-TRACER-MOUVEMENT-EXIT
026863             IF SQLCODE NOT = 0
026864                 EXEC SQL ROLLBACK END-EXEC
026866                 DISPLAY "Erreur SQL audit SQLCODE: " SQLCODE
026867                 MOVE 12 TO RETURN-CODE
026868             ELSE
026869                 EXEC SQL COMMIT END-EXEC
026870                 DISPLAY "Statut change, id " PERS-ID
026871                 MOVE 0 TO RETURN-CODE
026873             END-IF
026874         WHEN 100
026875             EXEC SQL ROLLBACK END-EXEC
026876             DISPLAY "PERSMNT : la ligne a change depuis sa "
026877                 "relecture - rejouer sur donnees fraiches : "
026878                 PERS-ID
026880             MOVE 10 TO RETURN-CODE
026881         WHEN OTHER
026882             EXEC SQL ROLLBACK END-EXEC
026883             DISPLAY "Erreur SQL sur le changement de statut "
026884                 "SQLCODE: " SQLCODE
026885             MOVE 12 TO RETURN-CODE
026887     END-EVALUATE.
026888*
026889 8600-CHANGER-STATUT-EXIT.
026890     EXIT.
026891*
026892*==============================================================
026894* 8700-AFFECTER-FOYER - REAFFECTE LA PERSONNE DU MOUVEMENT A SON
026904*     FOYER (SOUS-PROGRAMME PERSFYA) DANS SA PROPRE UNITE DE
026914*     TRAVAIL, LE MOUVEMENT ETANT DEJA VALIDE. UN ECHEC EST
026924*     ANNULE ET SIGNALE SANS CHANGER LE CODE RETOUR : LE RECALCUL
026934*     NOCTURNE PERSFOY REMET LE FOYER D'APLOMB.
026944*==============================================================
026954 8700-AFFECTER-FOYER.
026964     MOVE PERS-ID TO FYA-ID.
026974     CALL "PERSFYA" USING FYA-AFFECTATION.
026984*
026994     IF FYA-ACCEPTE
027004         EXEC SQL COMMIT END-EXEC
027014     ELSE
027024         EXEC SQL ROLLBACK END-EXEC
027034         DISPLAY "Avertissement - foyer non mis a jour pour l'id "
027044             PERS-ID " (repris par PERSFOY)"
027054     END-IF.
027064*
027074 8700-AFFECTER-FOYER-EXIT.
027084     EXIT.
027094*
027194*==============================================================
027294* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
027394*==============================================================
027494 9999-FIN.
027594     IF CONNEXION-OUVERTE
027694         DISPLAY "Deconnexion reussie."
027794     END-IF.
027894     STOP RUN.
