002700*                    PASSAGE INSCRIT AU JOURNAL DES PASSAGES
002800*                    BATCH (TABLE JOURNAL_BATCH, COPYBOOK
002900*                    PERSJRN).
002907*   2026-10-15  JM   CONTROLE DES FICHIERS RECUS : LE FICHIER
002914*                    NPAIIN PORTE UN ENREGISTREMENT ENTETE
002921*                    (EMETTEUR, TYPE, SEQUENCE, DATE DE
002928*                    PRODUCTION) ET UN ENREGISTREMENT FIN (NOMBRE
002935*                    DE LIGNES). IL EST LU UNE PREMIERE FOIS EN
002942*                    ENTIER ET SOUMIS AU SOUS-PROGRAMME PARTAGE
002950*                    PERSRCV (TABLE FICHIERS_RECUS) AVANT TOUTE
002957*                    APPLICATION : UNE SEQUENCE DEJA APPLIQUEE,
002964*                    UNE RUPTURE DE SEQUENCE (SAUF PARM FORCER) OU
002971*                    UN NOMBRE ANNONCE DIFFERENT DES LIGNES LUES
002972*                    FONT REFUSER LE FICHIER EN CODE RETOUR 24,
002973*                    SANS RIEN APPLIQUER. EN FIN DE PASSAGE LE
002974*                    FICHIER EST MARQUE APPLIQUE.
002975*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
002976*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
002977*                    OPERATEURS) : ROLE AGENT REQUIS. UN LANCEMENT
002978*                    REFUSE EST TRACE DANS PERSONNES_AUDIT (ACTION
002979*                    H) ET SORT EN CODE RETOUR 28 SANS RIEN
002980*                    TRAITER.
002981*   2026-10-15  JM   AVANT CHAQUE MARQUAGE NPAI, L'IMAGE COMPLETE
002982*                    DE LA LIGNE (RUBRIQUES, STATUT, NPAI) EST
002983*                    COPIEE DANS PERSONNES_HISTORIQUE PAR LE SOUS-
002984*                    PROGRAMME PARTAGE PERSHIS, DANS LA MEME UNITE
002985*                    DE TRAVAIL. UN ECHEC ANNULE LE MARQUAGE ET
002986*                    ENVOIE LA LIGNE EN REJET, LE PASSAGE
002987*                    CONTINUE.
002988*   2026-10-15  JM   UN FICHIER NPAIIN RESTE EN COURS APRES UN
002989*                    PASSAGE INTERROMPU EST REFUSE PAR PERSRCV EN
002990*                    CODE RETOUR 24 SAUF PARM REPRISE (SEUL OU
002991*                    AVEC FORCER) : LES MARQUAGES VALIDES AVANT
002992*                    L'INTERRUPTION SONT REPASSES (SANS EFFET SUR
002993*                    UNE PERSONNE DEJA EN NPAI).
002994*   2026-10-15  JM   LE FICHIER NPAIIN EST MARQUE APPLIQUE AVANT
002995*                    LES TOTAUX : L'APPEL DE PERSRCV REMETTAIT A
002996*                    ZERO LE CODE RETOUR 4 (RETOURS REJETES) ET UN
002997*                    ECHEC A LA FERMETURE DE NPAIREJ LAISSAIT LE
002999*                    FICHIER EN COURS.
003000*--------------------------------------------------------------
003100*
003200 ENVIRONMENT DIVISION.
006100 01  WS-CHAMP-ID                 PIC X(09).
006200 01  WS-CHAMP-DATE               PIC X(10).
006300*
006314*--------------------------------------------------------------
006328* ZONE DE PARAMETRAGE DU PASSAGE.
006342*     PARM FACULTATIF :  FORCER  (ADMET UNE RUPTURE DE SEQUENCE)
006347*                        REPRISE (REPREND UN FICHIER RESTE EN
006352*                        COURS), SEUL OU APRES FORCER
006357*--------------------------------------------------------------
006371 01  WS-PARM-LINE                PIC X(80).
006385*
006400*--------------------------------------------------------------
006500* ZONE DE TRAVAIL DU PASSAGE.
006600*--------------------------------------------------------------
007600*
007700 01  WS-MOTIF-REJET              PIC X(50).
007800 01  WS-SQLCODE-EDITE            PIC -(08)9.
007825 01  WS-ENREG-TYPE               PIC X(03).
007900*
008000 01  WS-DATE-SYSTEME             PIC 9(08).
008100 01  WS-DATE-DU-JOUR             PIC X(10).
009500 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
009600     88  JOURNAL-OUVERT                      VALUE "Y".
009700*
009712*--------------------------------------------------------------
009725* COMPTE RENDU DU CONTROLE DES FICHIERS RECUS (SOUS-PROGRAMME
009737* PERSRCV), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009750* HOTE.
009762*--------------------------------------------------------------
009775     COPY PERSRCVC.
009776*
009778*--------------------------------------------------------------
009779* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
009781* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009782* HOTE.
009784*--------------------------------------------------------------
009785     COPY PERSHABC.
009787*
009789*--------------------------------------------------------------
009790* COMPTE RENDU DE L'HISTORISATION DES LIGNES (SOUS-PROGRAMME
009792* PERSHIS), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
009793* HOTE.
009795*--------------------------------------------------------------
009796     COPY PERSHISC.
009798*
009800 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009900     COPY PERSREC.
010000     COPY PERSAUD.
012700*
012800     PERFORM 8800-JOURNAL-DEBUT
012900         THRU 8800-JOURNAL-DEBUT-EXIT.
012906*
012912     PERFORM 2100-CONTROLER-HABILITATION
012918         THRU 2100-CONTROLER-HABILITATION-EXIT.
012925*
012950     PERFORM 2200-CONTROLER-FICHIER
012975         THRU 2200-CONTROLER-FICHIER-EXIT.
013000*
013100     PERFORM 2500-LIRE-ENTREE
013200         THRU 2500-LIRE-ENTREE-EXIT.
013500         THRU 3000-TRAITER-LIGNE-EXIT
013600         UNTIL FIN-FICHIER.
013700*
013725     PERFORM 8500-MARQUER-APPLIQUE
013750         THRU 8500-MARQUER-APPLIQUE-EXIT.
013775*
013800     PERFORM 8000-TOTAUX
013900         THRU 8000-TOTAUX-EXIT.
014000*
014500*     FICHIER DES REJETS, DATE DU JOUR AU FORMAT JJ/MM/AAAA POUR
014600*     LES LIGNES SANS DATE DE RETOUR. UN FICHIER D'ENTREE ABSENT
014700*     EST UNE ERREUR DE LANCEMENT, PAS UN PASSAGE VIDE.
014733*     LE PARM FACULTATIF FORCER ADMET UNE RUPTURE DE SEQUENCE
014766*     DU FICHIER (CF 2200-CONTROLER-FICHIER). LE PARM REPRISE
014777*     ADMET UN FICHIER RESTE EN COURS APRES UN PASSAGE
014788*     INTERROMPU.
014800*==============================================================
014900 1000-INITIALISATION.
014905     MOVE SPACES TO WS-PARM-LINE.
014911     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
014915     MOVE "N" TO RCV-FORCAGE.
014919     MOVE "N" TO RCV-REPRISE.
014923*
014927     IF WS-PARM-LINE NOT = SPACES
014931         EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
014935             WHEN "FORCER"
014940                 SET RCV-RUPTURE-FORCEE TO TRUE
014944             WHEN "REPRISE"
014948                 SET RCV-REPRISE-DEMANDEE TO TRUE
014952             WHEN "FORCER REPRISE"
014956                 SET RCV-RUPTURE-FORCEE TO TRUE
014960                 SET RCV-REPRISE-DEMANDEE TO TRUE
014964             WHEN OTHER
014967                 DISPLAY "PERSNPA : parm inconnu : " WS-PARM-LINE
014970                 DISPLAY "PERSNPA : attendu FORCER, REPRISE ou "
014973                     "FORCER REPRISE"
014977                 MOVE 16 TO RETURN-CODE
014981                 GO TO 9999-FIN
014985         END-EVALUATE
014989     END-IF.
014994*
015000     OPEN INPUT ENT-FILE.
015100*
015200     IF ENT-FICHIER-ABSENT
024200*
024300 2000-CONNEXION-EXIT.
024400     EXIT.
024402*
024405*==============================================================
024408* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
024411*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
024414*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE AGENT REQUIS.
024417*     UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H) ET
024420*     VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE ERREUR
024422*     SQL DU CONTROLE SORT EN CODE RETOUR 16.
024425*==============================================================
024428 2100-CONTROLER-HABILITATION.
024431     MOVE "PERSNPA" TO HAB-PROGRAMME.
024434     MOVE SPACES TO HAB-MODE.
024437     MOVE ZEROS TO HAB-ID.
024440     SET HAB-REQUIS-AGENT TO TRUE.
024441*
024442     CALL "PERSHAB" USING HAB-CONTROLE.
024445*
024448     IF HAB-ERREUR-SQL
024451         EXEC SQL ROLLBACK END-EXEC
024454         DISPLAY "PERSNPA : controle d'habilitation en echec."
024457         MOVE 16 TO RETURN-CODE
024460         GO TO 9999-FIN
024462     END-IF.
024465*
024468     EXEC SQL COMMIT END-EXEC.
024471*
024474     IF HAB-REFUSE
024477         DISPLAY "PERSNPA : lancement refuse - " HAB-MOTIF
024480         DISPLAY "  Operateur : " HAB-UTILISATEUR
024482         MOVE 28 TO RETURN-CODE
024485         GO TO 9999-FIN
024488     END-IF.
024491*
024494 2100-CONTROLER-HABILITATION-EXIT.
024497     EXIT.
024500*
024501*==============================================================
024502* 2200-CONTROLER-FICHIER - PREMIERE LECTURE COMPLETE DU FICHIER
024503*     NPAIIN : ENTETE EN PREMIERE LIGNE, LIGNES DE DETAIL
024504*     COMPTEES, FIN EN DERNIERE LIGNE. LE TOUT EST SOUMIS AU
024505*     CONTROLE PARTAGE PERSRCV, QUI INSCRIT LA PRESENTATION DANS
024506*     FICHIERS_RECUS. UN FICHIER REFUSE ARRETE LE PASSAGE EN CODE
024507*     RETOUR 24 SANS RIEN APPLIQUER ; UN FICHIER ACCEPTE EST
024508*     REOUVERT ET SON ENTETE SAUTE AVANT L'APPLICATION.
024509*==============================================================
024510 2200-CONTROLER-FICHIER.
024511     MOVE SPACES TO RCV-ENTETE-SWITCH.
024512     MOVE SPACES TO RCV-FIN-SWITCH.
024513     MOVE SPACES TO RCV-EMETTEUR.
024514     MOVE SPACES TO RCV-TYPE-FICHIER.
024515     MOVE SPACES TO RCV-SEQUENCE-EDIT.
024516     MOVE SPACES TO RCV-DATE-PRODUCTION.
024517     MOVE SPACES TO RCV-NB-ANNONCE-EDIT.
024518     MOVE ZEROS TO WS-NB-LUES.
024519*
024520     PERFORM 2300-LIRE-CONTROLE
024521         THRU 2300-LIRE-CONTROLE-EXIT.
024522*
024523     IF NOT FIN-FICHIER
024524         AND ENT-RECORD(1:4) = "ENT;"
024525         UNSTRING ENT-RECORD DELIMITED BY ";"
024526             INTO WS-ENREG-TYPE
024527                  RCV-EMETTEUR
024528                  RCV-TYPE-FICHIER
024529                  RCV-SEQUENCE-EDIT
024530                  RCV-DATE-PRODUCTION
024531         SET RCV-ENTETE-PRESENTE TO TRUE
024532         PERFORM 2300-LIRE-CONTROLE
024533             THRU 2300-LIRE-CONTROLE-EXIT
024534     END-IF.
024535*
024536     PERFORM 2350-COMPTER-LIGNE
024537         THRU 2350-COMPTER-LIGNE-EXIT
024538         UNTIL FIN-FICHIER.
024539*
024540     CLOSE ENT-FILE.
024541*
024542     MOVE "NPAIIN" TO RCV-FLUX.
024543     MOVE "PERSNPA" TO RCV-PROGRAMME.
024544     MOVE AUD-UTILISATEUR TO RCV-UTILISATEUR.
024545     MOVE WS-NB-LUES TO RCV-NB-LUES.
024546     SET RCV-FONCTION-CONTROLE TO TRUE.
024547     CALL "PERSRCV" USING RCV-CONTROLE.
024548*
024549     IF RCV-ERREUR-SQL
024550         EXEC SQL ROLLBACK END-EXEC
024551         DISPLAY "PERSNPA : controle du fichier NPAIIN en echec."
024552         MOVE 12 TO RETURN-CODE
024553         GO TO 9999-FIN
024554     END-IF.
024555*
024556     EXEC SQL COMMIT END-EXEC.
024557*
024558     IF RCV-REFUSE
024559         DISPLAY "PERSNPA : fichier NPAIIN refuse - " RCV-MOTIF
024560         MOVE 24 TO RETURN-CODE
024561         GO TO 9999-FIN
024562     END-IF.
024563*
024564     IF RCV-MOTIF NOT = SPACES
024565         DISPLAY "Avertissement - fichier NPAIIN : " RCV-MOTIF
024566     END-IF.
024567*
024568     DISPLAY "PERSNPA - fichier NPAIIN sequence " RCV-SEQUENCE
024569         " du " RCV-DATE-PRODUCTION " accepte.".
024570*
024571     MOVE ZEROS TO WS-NB-LUES.
024572     MOVE "N" TO WS-FIN-FICHIER-SWITCH.
024573     OPEN INPUT ENT-FILE.
024574*
024575     IF NOT ENT-STATUT-OK
024576         DISPLAY "Erreur a la reouverture de NPAIIN, statut : "
024577             WS-ENT-STATUS
024578         MOVE 16 TO RETURN-CODE
024579         GO TO 9999-FIN
024580     END-IF.
024581*
024582     PERFORM 2300-LIRE-CONTROLE
024583         THRU 2300-LIRE-CONTROLE-EXIT.
024584*
024585 2200-CONTROLER-FICHIER-EXIT.
024586     EXIT.
024587*
024588*==============================================================
024589* 2300-LIRE-CONTROLE - RAMENE LA LIGNE SUIVANTE DU FICHIER, SANS
024590*     LA COMPTER (LECTURE DE CONTROLE ET SAUT DE L'ENTETE).
024591*==============================================================
024592 2300-LIRE-CONTROLE.
024593     READ ENT-FILE
024594         AT END
024595             SET FIN-FICHIER TO TRUE
024596     END-READ.
024597*
024598 2300-LIRE-CONTROLE-EXIT.
024599     EXIT.
024600*
024601*==============================================================
024602* 2350-COMPTER-LIGNE - COMPTE LA LIGNE DE DETAIL COURANTE OU
024603*     RELEVE L'ENREGISTREMENT FIN, QUI N'EST RETENU QUE S'IL EST
024604*     LE DERNIER DU FICHIER, PUIS ENCHAINE SUR LA LIGNE SUIVANTE
024605*     (LECTURE D'AVANCE CLASSIQUE).
024606*==============================================================
024607 2350-COMPTER-LIGNE.
024608     IF ENT-RECORD(1:4) = "FIN;"
024609         MOVE SPACES TO RCV-NB-ANNONCE-EDIT
024610         UNSTRING ENT-RECORD DELIMITED BY ";"
024611             INTO WS-ENREG-TYPE
024612                  RCV-NB-ANNONCE-EDIT
024613         SET RCV-FIN-PRESENTE TO TRUE
024614     ELSE
024615         MOVE "N" TO RCV-FIN-SWITCH
024616         ADD 1 TO WS-NB-LUES
024617     END-IF.
024618*
024619     PERFORM 2300-LIRE-CONTROLE
024620         THRU 2300-LIRE-CONTROLE-EXIT.
024621*
024622 2350-COMPTER-LIGNE-EXIT.
024623     EXIT.
024624*
024662*==============================================================
024700* 2500-LIRE-ENTREE - RAMENE LA LIGNE SUIVANTE DU FICHIER NPAIIN
024800*     (LECTURE D'AVANCE CLASSIQUE). TOUTE LIGNE LUE COMPTE DANS
024900*     LE TOTAL LUES, POUR QUE LE RAPPROCHEMENT AVEC LE BORDEREAU
025000*     DU BUREAU DE ROUTAGE TOMBE JUSTE.
025033*     L'ENREGISTREMENT FIN, DERNIER DU FICHIER, MARQUE LA FIN DE
025066*     LECTURE ET NE COMPTE PAS.
025100*==============================================================
025200 2500-LIRE-ENTREE.
025300     READ ENT-FILE
025400         AT END
025500             SET FIN-FICHIER TO TRUE
025600         NOT AT END
025633             IF ENT-RECORD(1:4) = "FIN;"
025666                 SET FIN-FICHIER TO TRUE
025700             ELSE
025733                 ADD 1 TO WS-NB-LUES
025766             END-IF
025800     END-READ.
025900*
026000 2500-LIRE-ENTREE-EXIT.
037400         GO TO 4000-MARQUER-PERSONNE-EXIT
037500     END-IF.
037600*
037608     MOVE "N" TO HIS-ACTION.
037616     PERFORM 4500-HISTORISER-LIGNE
037625         THRU 4500-HISTORISER-LIGNE-EXIT.
037633     IF HIS-ERREUR-SQL
037641         EXEC SQL ROLLBACK END-EXEC
037650         MOVE "ERREUR SQL HISTORIQUE" TO WS-MOTIF-REJET
037658         PERFORM 3500-REJETER-LIGNE
037666             THRU 3500-REJETER-LIGNE-EXIT
037675         GO TO 4000-MARQUER-PERSONNE-EXIT
037683     END-IF.
037691*
037700     EXEC SQL
037800         UPDATE personnes
037900         SET npai = 'O',
042600*
042700 4000-MARQUER-PERSONNE-EXIT.
042800     EXIT.
042805*
042811*==============================================================
042816* 4500-HISTORISER-LIGNE - COPIE L'IMAGE COMPLETE DE LA LIGNE
042822*     PERS-ID (OU SON ABSENCE AVANT UNE CREATION) DANS
042827*     PERSONNES_HISTORIQUE PAR LE SOUS-PROGRAMME PARTAGE PERSHIS,
042833*     AVANT LE MOUVEMENT ET DANS SA MEME UNITE DE TRAVAIL.
042838*     L'ACTION (HIS-ACTION) EST RENSEIGNEE PAR L'APPELANT, QUI
042844*     EXAMINE LE COMPTE RENDU HIS-HISTORISATION AU RETOUR.
042850*==============================================================
042855 4500-HISTORISER-LIGNE.
042861     MOVE PERS-ID TO HIS-ID.
042866     MOVE "PERSNPA" TO HIS-PROGRAMME.
042872     MOVE AUD-UTILISATEUR TO HIS-UTILISATEUR.
042877     CALL "PERSHIS" USING HIS-HISTORISATION.
042883*
042888 4500-HISTORISER-LIGNE-EXIT.
042894     EXIT.
042900*
043000*==============================================================
043100* 8000-TOTAUX - FERME LES FICHIERS ET EDITE LES TOTAUX DU
045700 8000-TOTAUX-EXIT.
045800     EXIT.
045900*
045904*==============================================================
045908* 8500-MARQUER-APPLIQUE - MARQUE LE FICHIER NPAIIN APPLIQUE DANS
045912*     FICHIERS_RECUS (SOUS-PROGRAMME PERSRCV) AVEC LE NOMBRE DE
045916*     LIGNES MARQUEES. UN ECHEC LAISSE LE FICHIER EN COURS,
045920*     TOUTES SES LIGNES ETANT APPLIQUEES : IL NE DOIT PAS ETRE
045922*     REPRIS (PARM REPRISE), LE PASSAGE SORT EN CODE 12.
045923*     EXECUTE AVANT 8000-TOTAUX : L'APPEL DE PERSRCV REMET
045924*     LE CODE RETOUR A ZERO, LE CODE 4 (REJETS) EST POSE
045925*     ENSUITE PAR LES TOTAUX.
045926*==============================================================
045928 8500-MARQUER-APPLIQUE.
045932     MOVE WS-NB-MARQUEES TO RCV-NB-TRAITEES.
045936     SET RCV-FONCTION-APPLIQUE TO TRUE.
045940     CALL "PERSRCV" USING RCV-CONTROLE.
045944*
045948     IF RCV-ERREUR-SQL
045952         EXEC SQL ROLLBACK END-EXEC
045956         DISPLAY "PERSNPA : fichier NPAIIN non marque"
045958             " applique - a regulariser avant toute "
045961             "nouvelle presentation."
045964         MOVE 12 TO RETURN-CODE
045968         GO TO 9999-FIN
045972     END-IF.
045976*
045980     EXEC SQL COMMIT END-EXEC.
045984*
045988 8500-MARQUER-APPLIQUE-EXIT.
045992     EXIT.
045996*
046000*==============================================================
046100* 8800-JOURNAL-DEBUT - INSCRIT LE DEMARRAGE DU PASSAGE DANS LE
046200*     JOURNAL DES PASSAGES BATCH (TABLE JOURNAL_BATCH). LE
