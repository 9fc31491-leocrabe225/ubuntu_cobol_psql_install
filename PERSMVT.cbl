002940*                    VILLE OU LE CODE POSTAL : LA PERSONNE
002950*                    REDEVIENT EXTRACTIBLE PAR PERSEXT, DANS LA
002960*                    MEME UNITE DE TRAVAIL QUE LA MISE A JOUR.
002961*   2026-10-15  JM   TENUE DES FOYERS : APRES CHAQUE MOUVEMENT
002962*                    APPLIQUE (A, M, S), LA PERSONNE EST
002963*                    REAFFECTEE A SON FOYER PAR LE SOUS-PROGRAMME
002964*                    PARTAGE PERSFYA DANS UNE UNITE DE TRAVAIL
002965*                    DISTINCTE ; UN ECHEC EST SIGNALE SANS
002966*                    REJETER LA LIGNE, LE RECALCUL NOCTURNE
002967*                    PERSFOY LE REPREND.
002968*   2026-10-15  JM   CONTROLE DES FICHIERS RECUS : LE FICHIER
002969*                    MVTIN PORTE UN ENREGISTREMENT ENTETE
002970*                    (EMETTEUR, TYPE, SEQUENCE, DATE DE
002971*                    PRODUCTION) ET UN ENREGISTREMENT FIN (NOMBRE
002972*                    DE LIGNES). IL EST LU UNE PREMIERE FOIS EN
002973*                    ENTIER ET SOUMIS AU SOUS-PROGRAMME PARTAGE
002974*                    PERSRCV (TABLE FICHIERS_RECUS) AVANT TOUTE
002975*                    APPLICATION : UNE SEQUENCE DEJA APPLIQUEE,
002976*                    UNE RUPTURE DE SEQUENCE (SAUF PARM FORCER) OU
002977*                    UN NOMBRE ANNONCE DIFFERENT DES LIGNES LUES
002978*                    FONT REFUSER LE FICHIER EN CODE RETOUR 24,
002979*                    SANS RIEN APPLIQUER. EN FIN DE PASSAGE LE
002980*                    FICHIER EST MARQUE APPLIQUE.
002981*   2026-10-15  JM   LE CONTROLE PERSVAL VERIFIE LE CODE POSTAL ET
002982*                    LA VILLE SUR LE REFERENTIEL DES COMMUNES. UNE
002983*                    ERREUR SQL DU CONTROLE ANNULE LA TRANSACTION
002984*                    ET ENVOIE LA LIGNE EN REJET, LE PASSAGE
002985*                    CONTINUE.
002986*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002987*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002988*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002989*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002990*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002991*                    TRAITER.
002992*   2026-10-15  JM   AVANT CHAQUE AJOUT, MODIFICATION OU
002993*                    SUPPRESSION, L'IMAGE COMPLETE DE LA LIGNE
002994*                    (RUBRIQUES, STATUT, NPAI) EST COPIEE DANS
002995*                    PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME
002996*                    PARTAGE PERSHIS, DANS LA MEME UNITE DE
002997*                    TRAVAIL (IMAGE ABSENTE AVANT UN AJOUT). UN
002998*                    ECHEC ANNULE LE MOUVEMENT ET ENVOIE LA LIGNE
002999*                    EN REJET, LE PASSAGE CONTINUE.
003000*   2026-10-15  JM   UN FICHIER MVTIN RESTE EN COURS APRES UN
003001*                    PASSAGE INTERROMPU EST REFUSE PAR PERSRCV EN
003002*                    CODE RETOUR 24 SAUF PARM REPRISE (SEUL OU
003003*                    AVEC FORCER) : LES MOUVEMENTS VALIDES AVANT
003004*                    L'INTERRUPTION SERAIENT REPASSES ET SONT A
003005*                    VERIFIER AVANT DE DONNER LA REPRISE.
003012*   2026-10-15  JM   LE FICHIER MVTIN EST MARQUE APPLIQUE AVANT
003020*                    LES TOTAUX : L'APPEL DE PERSRCV REMETTAIT A
003028*                    ZERO LE CODE RETOUR 4 (MOUVEMENTS REJETES) ET
003036*                    UN ECHEC A LA FERMETURE DE MVTREJ LAISSAIT LE
003044*                    FICHIER EN COURS.
003052*--------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
007000 01  WS-CHAMP-TELEPHONE          PIC X(20).
007100 01  WS-CHAMP-EMAIL              PIC X(100).
007200*
007214*--------------------------------------------------------------
007228* ZONE DE PARAMETRAGE DU PASSAGE.
007242*     PARM FACULTATIF :  FORCER  (ADMET UNE RUPTURE DE SEQUENCE)
007247*                        REPRISE (REPREND UN FICHIER RESTE EN
007252*                        COURS), SEUL OU APRES FORCER
007257*--------------------------------------------------------------
007271 01  WS-PARM-LINE                PIC X(80).
007285*
007300*--------------------------------------------------------------
007400* ZONE DE TRAVAIL DU PASSAGE.
007500*--------------------------------------------------------------
008500*
008600 01  WS-MOTIF-REJET              PIC X(50).
008700 01  WS-SQLCODE-EDITE            PIC -(08)9.
008725 01  WS-ENREG-TYPE               PIC X(03).
008800*
008900 77  WS-FIN-FICHIER-SWITCH       PIC X(01)   VALUE "N".
009000     88  FIN-FICHIER                         VALUE "Y".
010800*--------------------------------------------------------------
010900     COPY PERSVALC.
011000*
011012*--------------------------------------------------------------
011025* COMPTE RENDU DE L'AFFECTATION AU FOYER (SOUS-PROGRAMME
011037* PERSFYA), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011050* HOTE.
011062*--------------------------------------------------------------
011075     COPY PERSFYAC.
011076*
011077*--------------------------------------------------------------
011078* COMPTE RENDU DU CONTROLE DES FICHIERS RECUS (SOUS-PROGRAMME
011079* PERSRCV), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011080* HOTE.
011081*--------------------------------------------------------------
011082     COPY PERSRCVC.
011083*
011084*--------------------------------------------------------------
011085* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
011086* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011088* HOTE.
011089*--------------------------------------------------------------
011090     COPY PERSHABC.
011091*
011092*--------------------------------------------------------------
011093* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
011094* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011095* HOTE.
011096*--------------------------------------------------------------
011097     COPY PERSHISC.
011098*
011100 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011200     COPY PERSREC.
011300     COPY PERSAUD.
014000*
014100     PERFORM 8800-JOURNAL-DEBUT
014200         THRU 8800-JOURNAL-DEBUT-EXIT.
014206*
014212     PERFORM 2100-CONTROLER-HABILITATION
014218         THRU 2100-CONTROLER-HABILITATION-EXIT.
014225*
014250     PERFORM 2200-CONTROLER-FICHIER
014275         THRU 2200-CONTROLER-FICHIER-EXIT.
014300*
014400     PERFORM 2500-LIRE-ENTREE
014500         THRU 2500-LIRE-ENTREE-EXIT.
014800         THRU 3000-TRAITER-LIGNE-EXIT
014900         UNTIL FIN-FICHIER.
015000*
015025     PERFORM 8500-MARQUER-APPLIQUE
015050         THRU 8500-MARQUER-APPLIQUE-EXIT.
015075*
015100     PERFORM 8000-TOTAUX
015200         THRU 8000-TOTAUX-EXIT.
015300*
015700* 1000-INITIALISATION - OUVERTURE DU FICHIER DES MOUVEMENTS ET
015800*     DU FICHIER DES REJETS. UN FICHIER D'ENTREE ABSENT EST UNE
015900*     ERREUR DE LANCEMENT, PAS UN PASSAGE VIDE.
015933*     LE PARM FACULTATIF FORCER ADMET UNE RUPTURE DE SEQUENCE
015966*     DU FICHIER (CF 2200-CONTROLER-FICHIER). LE PARM REPRISE
015977*     ADMET UN FICHIER RESTE EN COURS APRES UN PASSAGE
015988*     INTERROMPU.
016000*==============================================================
016100 1000-INITIALISATION.
016105     MOVE SPACES TO WS-PARM-LINE.
016111     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
016115     MOVE "N" TO RCV-FORCAGE.
016119     MOVE "N" TO RCV-REPRISE.
016123*
016127     IF WS-PARM-LINE NOT = SPACES
016131         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
016135             WHEN "FORCER"
016140                 SET RCV-RUPTURE-FORCEE TO TRUE
016144             WHEN "REPRISE"
016148                 SET RCV-REPRISE-DEMANDEE TO TRUE
016152             WHEN "FORCER REPRISE"
016156                 SET RCV-RUPTURE-FORCEE TO TRUE
016160                 SET RCV-REPRISE-DEMANDEE TO TRUE
016164             WHEN OTHER
016167                 DISPLAY "PERSMVT : parm inconnu : " WS-PARM-LINE
016170                 DISPLAY "PERSMVT : attendu FORCER, REPRISE ou "
016173                     "FORCER REPRISE"
016177                 MOVE 16 TO RETURN-CODE
016181                 GO TO 9999-FIN
016185         END-EVALUATE
016189     END-IF.
016194*
016200     OPEN INPUT ENT-FILE.
016300*
016400     IF ENT-FICHIER-ABSENT
024700*
024800 2000-CONNEXION-EXIT.
024900     EXIT.
024902*
024905*==============================================================
024908* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
024911*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
024914*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
024917*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
024920*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
024922*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
024925*==============================================================
024928 2100-CONTROLER-HABILITATION.
024931     MOVE "PERSMVT" TO HAB-PROGRAMME.
024934     MOVE SPACES TO HAB-MODE.
024937     MOVE ZEROS TO HAB-ID.
024940     SET HAB-REQUIS-AGENT TO TRUE.
024941*
024942     CALL "PERSHAB" USING HAB-CONTROLE.
024945*
024948     IF HAB-ERREUR-SQL
024951         EXEC SQL ROLLBACK END-EXEC
024954         DISPLAY "PERSMVT : controle d'habilitation en echec."
024957         MOVE 16 TO RETURN-CODE
024960         GO TO 9999-FIN
024962     END-IF.
024965*
024968     EXEC SQL COMMIT END-EXEC.
024971*
024974     IF HAB-REFUSE
024977         DISPLAY "PERSMVT : lancement refuse - " HAB-MOTIF
024980         DISPLAY "  Operateur : " HAB-UTILISATEUR
024982         MOVE 28 TO RETURN-CODE
024985         GO TO 9999-FIN
024988     END-IF.
024991*
024994 2100-CONTROLER-HABILITATION-EXIT.
024997     EXIT.
025000*
025001*==============================================================
025002* 2200-CONTROLER-FICHIER - PREMIERE LECTURE COMPLETE DU FICHIER
025003*     MVTIN : ENTETE EN PREMIERE LIGNE, LIGNES DE DETAIL COMPTEES,
025004*     FIN EN DERNIERE LIGNE. LE TOUT EST SOUMIS AU CONTROLE
025005*     PARTAGE PERSRCV, QUI INSCRIT LA PRESENTATION DANS
025006*     FICHIERS_RECUS. UN FICHIER REFUSE ARRETE LE PASSAGE EN CODE
025007*     RETOUR 24 SANS RIEN APPLIQUER ; UN FICHIER ACCEPTE EST
025008*     REOUVERT ET SON ENTETE SAUTE AVANT L'APPLICATION.
025009*==============================================================
025010 2200-CONTROLER-FICHIER.
025011     MOVE SPACES TO RCV-ENTETE-SWITCH.
025012     MOVE SPACES TO RCV-FIN-SWITCH.
025013     MOVE SPACES TO RCV-EMETTEUR.
025014     MOVE SPACES TO RCV-TYPE-FICHIER.
025015     MOVE SPACES TO RCV-SEQUENCE-EDIT.
025016     MOVE SPACES TO RCV-DATE-PRODUCTION.
025017     MOVE SPACES TO RCV-NB-ANNONCE-EDIT.
025018     MOVE ZEROS TO WS-NB-LUES.
025019*
025020     PERFORM 2300-LIRE-CONTROLE
025021         THRU 2300-LIRE-CONTROLE-EXIT.
025022*
025023     IF NOT FIN-FICHIER
025024         AND ENT-RECORD(1:4) = "ENT;"
025025         UNSTRING ENT-RECORD DELIMITED BY ";"
025026             INTO WS-ENREG-TYPE
025027                  RCV-EMETTEUR
025028                  RCV-TYPE-FICHIER
025029                  RCV-SEQUENCE-EDIT
025030                  RCV-DATE-PRODUCTION
025031         SET RCV-ENTETE-PRESENTE TO TRUE
025032         PERFORM 2300-LIRE-CONTROLE
025033             THRU 2300-LIRE-CONTROLE-EXIT
025034     END-IF.
025035*
025036     PERFORM 2350-COMPTER-LIGNE
025037         THRU 2350-COMPTER-LIGNE-EXIT
025038         UNTIL FIN-FICHIER.
025039*
025040     CLOSE ENT-FILE.
025041*
025042     MOVE "MVTIN" TO RCV-FLUX.
025043     MOVE "PERSMVT" TO RCV-PROGRAMME.
025044     MOVE AUD-UTILISATEUR TO RCV-UTILISATEUR.
025045     MOVE WS-NB-LUES TO RCV-NB-LUES.
025046     SET RCV-FONCTION-CONTROLE TO TRUE.
025047     CALL "PERSRCV" USING RCV-CONTROLE.
025048*
025049     IF RCV-ERREUR-SQL
025050         EXEC SQL ROLLBACK END-EXEC
025051         DISPLAY "PERSMVT : controle du fichier MVTIN en echec."
025052         MOVE 12 TO RETURN-CODE
025053         GO TO 9999-FIN
025054     END-IF.
025055*
025056     EXEC SQL COMMIT END-EXEC.
025057*
025058     IF RCV-REFUSE
025059         DISPLAY "PERSMVT : fichier MVTIN refuse - " RCV-MOTIF
025060         MOVE 24 TO RETURN-CODE
025061         GO TO 9999-FIN
025062     END-IF.
025063*
025064     IF RCV-MOTIF NOT = SPACES
025065         DISPLAY "Avertissement - fichier MVTIN : " RCV-MOTIF
025066     END-IF.
025067*
025068     DISPLAY "PERSMVT - fichier MVTIN sequence " RCV-SEQUENCE
025069         " du " RCV-DATE-PRODUCTION " accepte.".
025070*
025071     MOVE ZEROS TO WS-NB-LUES.
025072     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
025073     OPEN INPUT ENT-FILE.
025074*
025075     IF NOT ENT-STATUT-OK
025076         DISPLAY "Erreur a la reouverture de MVTIN, statut : "
025077             WS-ENT-STATUS
025078         MOVE 16 TO RETURN-CODE
025079         GO TO 9999-FIN
025080     END-IF.
025081*
025082     PERFORM 2300-LIRE-CONTROLE
025083         THRU 2300-LIRE-CONTROLE-EXIT.
025084*
025085 2200-CONTROLER-FICHIER-EXIT.
025086     EXIT.
025087*
025088*==============================================================
025089* 2300-LIRE-CONTROLE - RAMENE LA LIGNE SUIVANTE DU FICHIER, SANS
025090*     LA COMPTER (LECTURE DE CONTROLE ET SAUT DE L'ENTETE).
025091*==============================================================
025092 2300-LIRE-CONTROLE.
025093     READ ENT-FILE
025094         AT END
025095             SET FIN-FICHIER TO TRUE
025096     END-READ.
025097*
025098 2300-LIRE-CONTROLE-EXIT.
025099     EXIT.
025100*
025101*==============================================================
025102* 2350-COMPTER-LIGNE - COMPTE LA LIGNE DE DETAIL COURANTE OU
025103*     RELEVE L'ENREGISTREMENT FIN, QUI N'EST RETENU QUE S'IL EST
025104*     LE DERNIER DU FICHIER, PUIS ENCHAINE SUR LA LIGNE SUIVANTE
025105*     (LECTURE D'AVANCE CLASSIQUE).
025106*==============================================================
025107 2350-COMPTER-LIGNE.
025108     IF ENT-RECORD(1:4) = "FIN;"
025109         MOVE SPACES TO RCV-NB-ANNONCE-EDIT
025110         UNSTRING ENT-RECORD DELIMITED BY ";"
025111             INTO WS-ENREG-TYPE
025112                  RCV-NB-ANNONCE-EDIT
025113         SET RCV-FIN-PRESENTE TO TRUE
025114     ELSE
025115         MOVE "N" TO RCV-FIN-SWITCH
025116         ADD 1 TO WS-NB-LUES
025117     END-IF.
025118*
025119     PERFORM 2300-LIRE-CONTROLE
025120         THRU 2300-LIRE-CONTROLE-EXIT.
025121*
025122 2350-COMPTER-LIGNE-EXIT.
025123     EXIT.
025124*
025162*==============================================================
025200* 2500-LIRE-ENTREE - RAMENE LA LIGNE SUIVANTE DU FICHIER MVTIN
025300*     (LECTURE D'AVANCE CLASSIQUE). TOUTE LIGNE LUE COMPTE DANS
025400*     LE TOTAL LUES, POUR QUE LE RAPPROCHEMENT AVEC LE BORDEREAU
025500*     DE LA MAIRIE TOMBE JUSTE.
025533*     L'ENREGISTREMENT FIN, DERNIER DU FICHIER, MARQUE LA FIN DE
025566*     LECTURE ET NE COMPTE PAS.
025600*==============================================================
025700 2500-LIRE-ENTREE.
025800     READ ENT-FILE
025900         AT END
026000             SET FIN-FICHIER TO TRUE
026100         NOT AT END
026133             IF ENT-RECORD(1:4) = "FIN;"
026166                 SET FIN-FICHIER TO TRUE
026200             ELSE
026233                 ADD 1 TO WS-NB-LUES
026266             END-IF
026300     END-READ.
026400*
026500 2500-LIRE-ENTREE-EXIT.
035300     CALL "PERSVAL" USING PERS-RECORD VAL-CONTROLE.
035400*
035500     IF NOT VAL-ACCEPTE
035525         IF VAL-ERREUR-SQL
035550             EXEC SQL ROLLBACK END-EXEC
035575         END-IF
035600         MOVE VAL-MESSAGE(1:50) TO WS-MOTIF-REJET
035700         PERFORM 3500-REJETER-LIGNE
035800             THRU 3500-REJETER-LIGNE-EXIT
040300*     EN REJET, LE PASSAGE CONTINUE.
040400*==============================================================
040500 4000-INSERER-PERSONNE.
040508     MOVE "A" TO HIS-ACTION.
040516     PERFORM 7100-HISTORISER-LIGNE
040525         THRU 7100-HISTORISER-LIGNE-EXIT.
040533     IF HIS-ERREUR-SQL
040541         EXEC SQL ROLLBACK END-EXEC
040550         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
040558         PERFORM 3500-REJETER-LIGNE
040566             THRU 3500-REJETER-LIGNE-EXIT
040575         GO TO 4000-INSERER-PERSONNE-EXIT
040583     END-IF.
040591*
040600     EXEC SQL
040700         INSERT INTO personnes
040800             (id, nom, prenom, date_naissance, adresse,
044700*
044800     EXEC SQL COMMIT END-EXEC.
044900     ADD 1 TO WS-NB-APPLIQUEES.
044925*
044950     PERFORM 7500-AFFECTER-FOYER
044975         THRU 7500-AFFECTER-FOYER-EXIT.
045000*
045100 4000-INSERER-PERSONNE-EXIT.
045200     EXIT.
048500         GO TO 5000-MODIFIER-PERSONNE-EXIT
048600     END-IF.
048700*
048708     MOVE "M" TO HIS-ACTION.
048716     PERFORM 7100-HISTORISER-LIGNE
048725         THRU 7100-HISTORISER-LIGNE-EXIT.
048733     IF HIS-ERREUR-SQL
048741         EXEC SQL ROLLBACK END-EXEC
048750         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
048758         PERFORM 3500-REJETER-LIGNE
048766             THRU 3500-REJETER-LIGNE-EXIT
048775         GO TO 5000-MODIFIER-PERSONNE-EXIT
048783     END-IF.
048791*
048800     EXEC SQL
048900         UPDATE personnes
049000         SET nom = :PERS-NOM,
053100*
053200     EXEC SQL COMMIT END-EXEC.
053300     ADD 1 TO WS-NB-APPLIQUEES.
053325*
053350     PERFORM 7500-AFFECTER-FOYER
053375         THRU 7500-AFFECTER-FOYER-EXIT.
053400*
053500 5000-MODIFIER-PERSONNE-EXIT.
053600     EXIT.
056900         GO TO 6000-SUPPRIMER-PERSONNE-EXIT
057000     END-IF.
057100*
057108     MOVE "S" TO HIS-ACTION.
057116     PERFORM 7100-HISTORISER-LIGNE
057125         THRU 7100-HISTORISER-LIGNE-EXIT.
057133     IF HIS-ERREUR-SQL
057141         EXEC SQL ROLLBACK END-EXEC
057150         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
057158         PERFORM 3500-REJETER-LIGNE
057166             THRU 3500-REJETER-LIGNE-EXIT
057175         GO TO 6000-SUPPRIMER-PERSONNE-EXIT
057183     END-IF.
057191*
057200     EXEC SQL
057300         DELETE FROM personnes
057400         WHERE id = :PERS-ID
060700*
060800     EXEC SQL COMMIT END-EXEC.
060900     ADD 1 TO WS-NB-APPLIQUEES.
060925*
060950     PERFORM 7500-AFFECTER-FOYER
060975         THRU 7500-AFFECTER-FOYER-EXIT.
061000*
061100 6000-SUPPRIMER-PERSONNE-EXIT.
061200     EXIT.
063000*
063100 7000-TRACER-MOUVEMENT-EXIT.
063200     EXIT.
063205*
063211*==============================================================
063216* 7100-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
063222*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
063227*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
063233*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
063238*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
063244*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
063250*==============================================================
063255 7100-HISTORISER-LIGNE.
063261     MOVE PERS-ID TO HIS-ID.
063266     MOVE "PERSMVT" TO HIS-PROGRAMME.
063272     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
063277     CALL "PERSHIS" USING HIS-HISTORISATION.
063283*
063288 7100-HISTORISER-LIGNE-EXIT.
063294     EXIT.
063300*
063304*==============================================================
063308* 7500-AFFECTER-FOYER - REAFFECTE LA PERSONNE DU MOUVEMENT A SON
063313*     FOYER (SOUS-PROGRAMME PERSFYA) DANS SA PROPRE UNITE DE
063317*     TRAVAIL, LE MOUVEMENT ETANT DEJA VALIDE. UN ECHEC EST
063321*     ANNULE ET SIGNALE, LA LIGNE RESTE APPLIQUEE : LE RECALCUL
063326*     NOCTURNE PERSFOY REMET LE FOYER D'APLOMB.
063330*==============================================================
063334 7500-AFFECTER-FOYER.
063339     MOVE PERS-ID TO FYA-ID.
063343     CALL "PERSFYA" USING FYA-AFFECTATION.
063347*
063352     IF FYA-ACCEPTE
063356         EXEC SQL COMMIT END-EXEC
063360     ELSE
063365         EXEC SQL ROLLBACK END-EXEC
063369         DISPLAY "Avertissement - foyer non mis a jour pour l'id "
063373             PERS-ID " (repris par PERSFOY)"
063378     END-IF.
063382*
063386 7500-AFFECTER-FOYER-EXIT.
063391     EXIT.
063395*
063400*==============================================================
063500* 8000-TOTAUX - FERME LES FICHIERS ET EDITE LES TOTAUX DU
063600*     PASSAGE POUR LE RAPPROCHEMENT AVEC LE BORDEREAU DE LA
066100 8000-TOTAUX-EXIT.
066200     EXIT.
066300*
066304*==============================================================
066308* 8500-MARQUER-APPLIQUE - MARQUE LE FICHIER MVTIN APPLIQUE DANS
066312*     FICHIERS_RECUS (SOUS-PROGRAMME PERSRCV) AVEC LE NOMBRE DE
066316*     LIGNES APPLIQUEES. UN ECHEC LAISSE LE FICHIER EN COURS,
066320*     TOUTES SES LIGNES ETANT APPLIQUEES : IL NE DOIT PAS ETRE
066322*     REPRIS (PARM REPRISE), LE PASSAGE SORT EN CODE 12.
066323*     EXECUTE AVANT 8000-TOTAUX : L'APPEL DE PERSRCV REMET
066324*     LE CODE RETOUR A ZERO, LE CODE 4 (REJETS) EST POSE
066325*     ENSUITE PAR LES TOTAUX.
066326*==============================================================
066328 8500-MARQUER-APPLIQUE.
066332     MOVE WS-NB-APPLIQUEES TO RCV-NB-TRAITEES.
066336     SET RCV-FONCTION-APPLIQUE TO TRUE.
066340     CALL "PERSRCV" USING RCV-CONTROLE.
066344*
066348     IF RCV-ERREUR-SQL
066352         EXEC SQL ROLLBACK END-EXEC
066356         DISPLAY "PERSMVT : fichier MVTIN non marque"
066358             " applique - a regulariser avant toute "
066361             "nouvelle presentation."
066364         MOVE 12 TO RETURN-CODE
066368         GO TO 9999-FIN
066372     END-IF.
066376*
066380     EXEC SQL COMMIT END-EXEC.
066384*
066388 8500-MARQUER-APPLIQUE-EXIT.
066392     EXIT.
066396*
066400*==============================================================
066500* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
066600*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
