000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSRCV.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - CONTROLE DES FICHIERS
001000*                    RECUS (LOADIN, MVTIN, NPAIIN) CONTRE LA
001100*                    TABLE FICHIERS_RECUS (SCRIPT
001200*                    FICHIERS_RECUS.SQL). FONCTION C : L'ENTETE
001300*                    DOIT ETRE PRESENT, DU TYPE DU FLUX, AVEC UNE
001400*                    SEQUENCE NUMERIQUE ET UNE DATE DE PRODUCTION
001500*                    JJ/MM/AAAA ; LA FIN DOIT ETRE PRESENTE, EN
001600*                    DERNIERE LIGNE, ET ANNONCER EXACTEMENT LE
001700*                    NOMBRE DE LIGNES DE DETAIL LUES ; LA
001800*                    SEQUENCE NE DOIT PAS AVOIR ETE DEJA
001900*                    APPLIQUEE ET DOIT SUIVRE LA DERNIERE
002000*                    SEQUENCE APPLIQUEE DU FLUX (SAUF RUPTURE
002100*                    FORCEE PAR L'APPELANT ; LE PREMIER FICHIER
002200*                    D'UN FLUX FIXE LE POINT DE DEPART). CHAQUE
002300*                    PRESENTATION EST INSCRITE : REFUSEE (R) OU
002400*                    ACCEPTEE EN COURS D'APPLICATION (E) ; UN
002500*                    FICHIER RESTE EN COURS APRES UN PASSAGE
002600*                    INTERROMPU PEUT ETRE REPRESENTE. FONCTION A :
002700*                    LE FICHIER EN COURS EST MARQUE APPLIQUE (A)
002800*                    AVEC LE NOMBRE DE LIGNES TRAITEES. APPELE
002900*                    PAR PERSLOAD, PERSMVT ET PERSNPA. L'APPELANT
003000*                    DOIT AVOIR OUVERT LA CONNEXION ; AUCUN
003100*                    COMMIT N'EST FAIT ICI, LE COMPTE RENDU EST
003200*                    RENDU DANS LA ZONE PARTAGEE RCV-CONTROLE
003300*                    (COPYBOOK PERSRCVC), SUR LE MODELE DE
003400*                    PERSNID.
003410*   2026-10-15  JM   UN FICHIER RESTE EN COURS (E) APRES UN
003420*                    PASSAGE INTERROMPU N'EST PLUS REPRIS
003430*                    D'OFFICE : LES LIGNES DEJA VALIDEES AVANT
003440*                    L'INTERRUPTION SERAIENT APPLIQUEES UNE
003445*                    SECONDE FOIS. IL EST REFUSE (CODE 25) SAUF
003450*                    REPRISE DEMANDEE PAR L'APPELANT (PARM
003460*                    REPRISE, A DONNER UNE FOIS CES LIGNES
003470*                    NEUTRALISEES).
003500*--------------------------------------------------------------
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900*
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200*
004300 01  WS-NB-EDITE                 PIC Z(8)9.
004400 01  WS-NB-EDITE-2               PIC Z(8)9.
004500*
004600 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004700 01  WS-RCV-FLUX                 PIC X(08).
004800 01  WS-RCV-SEQUENCE             PIC 9(09).
004900 01  WS-RCV-EMETTEUR             PIC X(20).
005000 01  WS-RCV-DATE-PRODUCTION      PIC X(10).
005100 01  WS-RCV-NB-ANNONCE           PIC 9(09).
005200 01  WS-RCV-NB-LUES              PIC 9(09).
005300 01  WS-RCV-NB-TRAITEES          PIC 9(09).
005400 01  WS-RCV-STATUT               PIC X(01).
005500 01  WS-RCV-FORCE                PIC X(01).
005600 01  WS-RCV-MOTIF                PIC X(50).
005700 01  WS-RCV-PROGRAMME            PIC X(08).
005800 01  WS-RCV-UTILISATEUR          PIC X(08).
005900 01  WS-DERNIERE-SEQUENCE        PIC 9(09).
006000 01  WS-NB-EXISTANT              PIC 9(09).
006100 EXEC SQL END DECLARE SECTION END-EXEC.
006200*
006300 EXEC SQL INCLUDE SQLCA END-EXEC.
006400*
006500 LINKAGE SECTION.
006600     COPY PERSRCVC.
006700*
006800 PROCEDURE DIVISION USING RCV-CONTROLE.
006900*
007000*==============================================================
007100* 0000-CONTROLER - AIGUILLE SUR LA FONCTION DEMANDEE. UNE
007200*     FONCTION INCONNUE EST UNE ERREUR DE PROGRAMMATION DE
007300*     L'APPELANT, RENDUE EN REFUS DE STRUCTURE.
007400*==============================================================
007500 0000-CONTROLER.
007600     MOVE ZEROS TO RCV-CODE-RETOUR.
007700     MOVE SPACES TO RCV-MOTIF.
007800     MOVE RCV-FLUX TO WS-RCV-FLUX.
007900*
008000     EVALUATE TRUE
008100         WHEN RCV-FONCTION-CONTROLE
008200             PERFORM 1000-CONTROLER-FICHIER
008300                 THRU 1000-CONTROLER-FICHIER-EXIT
008400             PERFORM 3000-INSCRIRE-PRESENTATION
008500                 THRU 3000-INSCRIRE-PRESENTATION-EXIT
008600         WHEN RCV-FONCTION-APPLIQUE
008700             PERFORM 5000-MARQUER-APPLIQUE
008800                 THRU 5000-MARQUER-APPLIQUE-EXIT
008900         WHEN OTHER
009000             MOVE "FONCTION DE CONTROLE INCONNUE" TO RCV-MOTIF
009100             SET RCV-REFUS-STRUCTURE TO TRUE
009200     END-EVALUATE.
009300*
009400     GO TO 9999-RETOUR.
009500*
009600*==============================================================
009700* 1000-CONTROLER-FICHIER - APPLIQUE LES REGLES DE RECEPTION DANS
009800*     L'ORDRE : STRUCTURE (ENTETE, TYPE, SEQUENCE, DATE, FIN),
009900*     SEQUENCE DEJA APPLIQUEE, SEQUENCE RESTEE EN COURS SANS
009950*     REPRISE DEMANDEE, NOMBRE ANNONCE, RUPTURE DE
010000*     SEQUENCE. LE PREMIER REFUS RENCONTRE EST RENDU AVEC SON
010100*     MOTIF ; LA PRESENTATION EST INSCRITE DANS TOUS LES CAS.
010200*==============================================================
010300 1000-CONTROLER-FICHIER.
010400     MOVE ZEROS TO RCV-SEQUENCE.
010500     MOVE ZEROS TO RCV-DERNIERE-SEQUENCE.
010600     MOVE ZEROS TO WS-RCV-NB-ANNONCE.
010700*
010800     IF NOT RCV-ENTETE-PRESENTE
010900         MOVE "ENREGISTREMENT ENTETE ABSENT" TO RCV-MOTIF
011000         SET RCV-REFUS-STRUCTURE TO TRUE
011100         GO TO 1000-CONTROLER-FICHIER-EXIT
011200     END-IF.
011300*
011400     IF FUNCTION UPPER-CASE(FUNCTION TRIM(RCV-TYPE-FICHIER))
011500         NOT = FUNCTION TRIM(RCV-FLUX)
011600         MOVE SPACES TO RCV-MOTIF
011700         STRING "TYPE DE FICHIER INATTENDU : " DELIMITED BY SIZE
011800                RCV-TYPE-FICHIER              DELIMITED BY SIZE
011900             INTO RCV-MOTIF
012000         SET RCV-REFUS-STRUCTURE TO TRUE
012100         GO TO 1000-CONTROLER-FICHIER-EXIT
012200     END-IF.
012300*
012400     IF FUNCTION TRIM(RCV-SEQUENCE-EDIT) IS NOT NUMERIC
012500         OR FUNCTION TRIM(RCV-SEQUENCE-EDIT) = ZEROS
012600         MOVE "NUMERO DE SEQUENCE NON NUMERIQUE OU NUL"
012700             TO RCV-MOTIF
012800         SET RCV-REFUS-STRUCTURE TO TRUE
012900         GO TO 1000-CONTROLER-FICHIER-EXIT
013000     END-IF.
013100*
013200     MOVE FUNCTION TRIM(RCV-SEQUENCE-EDIT) TO RCV-SEQUENCE.
013300*
013400     IF RCV-DATE-PRODUCTION(3:1) NOT = "/"
013500         OR RCV-DATE-PRODUCTION(6:1) NOT = "/"
013600         OR RCV-DATE-PRODUCTION(1:2) IS NOT NUMERIC
013700         OR RCV-DATE-PRODUCTION(4:2) IS NOT NUMERIC
013800         OR RCV-DATE-PRODUCTION(7:4) IS NOT NUMERIC
013900         MOVE "DATE DE PRODUCTION NON CONFORME JJ/MM/AAAA"
014000             TO RCV-MOTIF
014100         SET RCV-REFUS-STRUCTURE TO TRUE
014200         GO TO 1000-CONTROLER-FICHIER-EXIT
014300     END-IF.
014400*
014500     IF NOT RCV-FIN-PRESENTE
014600         MOVE "ENREGISTREMENT FIN ABSENT OU PAS EN DERNIER"
014700             TO RCV-MOTIF
014800         SET RCV-REFUS-STRUCTURE TO TRUE
014900         GO TO 1000-CONTROLER-FICHIER-EXIT
015000     END-IF.
015100*
015200     IF FUNCTION TRIM(RCV-NB-ANNONCE-EDIT) IS NOT NUMERIC
015300         MOVE "NOMBRE ANNONCE PAR LA FIN NON NUMERIQUE"
015400             TO RCV-MOTIF
015500         SET RCV-REFUS-STRUCTURE TO TRUE
015600         GO TO 1000-CONTROLER-FICHIER-EXIT
015700     END-IF.
015800*
015900     MOVE FUNCTION TRIM(RCV-NB-ANNONCE-EDIT) TO WS-RCV-NB-ANNONCE.
016000     MOVE RCV-SEQUENCE TO WS-RCV-SEQUENCE.
016100*
016200     EXEC SQL
016300         SELECT COUNT(*) INTO :WS-NB-EXISTANT
016400         FROM fichiers_recus
016500         WHERE flux = :WS-RCV-FLUX
016600           AND sequence = :WS-RCV-SEQUENCE
016700           AND statut = 'A'
016800     END-EXEC.
016900*
017000     IF SQLCODE NOT = 0
017100         DISPLAY "PERSRCV : erreur SQL sur le controle "
017200             "SQLCODE: " SQLCODE
017300         SET RCV-ERREUR-SQL TO TRUE
017400         GO TO 9999-RETOUR
017500     END-IF.
017600*
017700     IF WS-NB-EXISTANT NOT = ZEROS
017800         MOVE RCV-SEQUENCE TO WS-NB-EDITE
017900         MOVE SPACES TO RCV-MOTIF
018000         STRING "SEQUENCE "                DELIMITED BY SIZE
018100                FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
018200                " DEJA APPLIQUEE"          DELIMITED BY SIZE
018300             INTO RCV-MOTIF
018400         SET RCV-REFUS-DEJA-APPLIQUE TO TRUE
018500         GO TO 1000-CONTROLER-FICHIER-EXIT
018600     END-IF.
018603*
018606     EXEC SQL
018609         SELECT COUNT(*) INTO :WS-NB-EXISTANT
018612         FROM fichiers_recus
018615         WHERE flux = :WS-RCV-FLUX
018618           AND sequence = :WS-RCV-SEQUENCE
018621           AND statut = 'E'
018624     END-EXEC.
018627*
018630     IF SQLCODE NOT = 0
018633         DISPLAY "PERSRCV : erreur SQL sur le controle "
018636             "SQLCODE: " SQLCODE
018639         SET RCV-ERREUR-SQL TO TRUE
018642         GO TO 9999-RETOUR
018645     END-IF.
018648*
018651     IF WS-NB-EXISTANT NOT = ZEROS
018654         AND NOT RCV-REPRISE-DEMANDEE
018657         MOVE RCV-SEQUENCE TO WS-NB-EDITE
018660         MOVE SPACES TO RCV-MOTIF
018663         STRING "SEQUENCE "                DELIMITED BY SIZE
018666                FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
018669                " EN COURS : PARM REPRISE REQUIS"
018672                                           DELIMITED BY SIZE
018675             INTO RCV-MOTIF
018678         SET RCV-REFUS-EN-COURS TO TRUE
018681         GO TO 1000-CONTROLER-FICHIER-EXIT
018684     END-IF.
018700*
018800     IF WS-RCV-NB-ANNONCE NOT = RCV-NB-LUES
018900         MOVE WS-RCV-NB-ANNONCE TO WS-NB-EDITE
019000         MOVE RCV-NB-LUES TO WS-NB-EDITE-2
019100         MOVE SPACES TO RCV-MOTIF
019200         STRING "FIN ANNONCE "               DELIMITED BY SIZE
019300                FUNCTION TRIM(WS-NB-EDITE)   DELIMITED BY SIZE
019400                " LIGNES, "                  DELIMITED BY SIZE
019500                FUNCTION TRIM(WS-NB-EDITE-2) DELIMITED BY SIZE
019600                " LUES"                      DELIMITED BY SIZE
019700             INTO RCV-MOTIF
019800         SET RCV-REFUS-NOMBRE TO TRUE
019900         GO TO 1000-CONTROLER-FICHIER-EXIT
020000     END-IF.
020100*
020200     EXEC SQL
020300         SELECT COALESCE(MAX(sequence), 0)
020400         INTO :WS-DERNIERE-SEQUENCE
020500         FROM fichiers_recus
020600         WHERE flux = :WS-RCV-FLUX
020700           AND statut = 'A'
020800     END-EXEC.
020900*
021000     IF SQLCODE NOT = 0
021100         DISPLAY "PERSRCV : erreur SQL sur le controle "
021200             "SQLCODE: " SQLCODE
021300         SET RCV-ERREUR-SQL TO TRUE
021400         GO TO 9999-RETOUR
021500     END-IF.
021600*
021700     MOVE WS-DERNIERE-SEQUENCE TO RCV-DERNIERE-SEQUENCE.
021800*
021900     IF WS-DERNIERE-SEQUENCE = ZEROS
022000         OR RCV-SEQUENCE = WS-DERNIERE-SEQUENCE + 1
022100         GO TO 1000-CONTROLER-FICHIER-EXIT
022200     END-IF.
022300*
022400     ADD 1 TO WS-DERNIERE-SEQUENCE GIVING WS-NB-EDITE.
022500     MOVE SPACES TO RCV-MOTIF.
022600*
022700     IF RCV-RUPTURE-FORCEE
022800         STRING "RUPTURE DE SEQUENCE FORCEE (ATTENDU "
022900                                           DELIMITED BY SIZE
023000                FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
023100                ")"                        DELIMITED BY SIZE
023200             INTO RCV-MOTIF
023300     ELSE
023400         STRING "RUPTURE DE SEQUENCE (ATTENDU "
023500                                           DELIMITED BY SIZE
023600                FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
023700                ")"                        DELIMITED BY SIZE
023800             INTO RCV-MOTIF
023900         SET RCV-REFUS-RUPTURE TO TRUE
024000     END-IF.
024100*
024200 1000-CONTROLER-FICHIER-EXIT.
024300     EXIT.
024400*
024500*==============================================================
024600* 3000-INSCRIRE-PRESENTATION - INSCRIT LA PRESENTATION DU
024700*     FICHIER : UN REFUS AJOUTE UNE LIGNE R ; UNE ACCEPTATION
024800*     REPREND LA LIGNE E LAISSEE PAR UN PASSAGE INTERROMPU SUR LA
024900*     MEME SEQUENCE (REPRISE DEMANDEE, CF 1000), OU AJOUTE UNE
024950*     LIGNE E.
025000*==============================================================
025100 3000-INSCRIRE-PRESENTATION.
025200     MOVE RCV-SEQUENCE TO WS-RCV-SEQUENCE.
025300     MOVE RCV-EMETTEUR TO WS-RCV-EMETTEUR.
025400     MOVE RCV-DATE-PRODUCTION TO WS-RCV-DATE-PRODUCTION.
025500     MOVE RCV-NB-LUES TO WS-RCV-NB-LUES.
025600     MOVE RCV-MOTIF TO WS-RCV-MOTIF.
025700     MOVE RCV-PROGRAMME TO WS-RCV-PROGRAMME.
025800     MOVE RCV-UTILISATEUR TO WS-RCV-UTILISATEUR.
025900*
026000     IF RCV-RUPTURE-FORCEE AND RCV-ACCEPTE
026100         AND RCV-MOTIF NOT = SPACES
026200         MOVE "O" TO WS-RCV-FORCE
026300     ELSE
026400         MOVE "N" TO WS-RCV-FORCE
026500     END-IF.
026600*
026700     IF RCV-REFUSE
026800         MOVE "R" TO WS-RCV-STATUT
026900         GO TO 3000-INSCRIRE-AJOUT
027000     END-IF.
027100*
027200     MOVE "E" TO WS-RCV-STATUT.
027300*
027400     EXEC SQL
027500         SELECT COUNT(*) INTO :WS-NB-EXISTANT
027600         FROM fichiers_recus
027700         WHERE flux = :WS-RCV-FLUX
027800           AND sequence = :WS-RCV-SEQUENCE
027900           AND statut = 'E'
028000     END-EXEC.
028100*
028200     IF SQLCODE NOT = 0
028300         DISPLAY "PERSRCV : erreur SQL sur l'inscription "
028400             "SQLCODE: " SQLCODE
028500         SET RCV-ERREUR-SQL TO TRUE
028600         GO TO 9999-RETOUR
028700     END-IF.
028800*
028900     IF WS-NB-EXISTANT = ZEROS
029000         GO TO 3000-INSCRIRE-AJOUT
029100     END-IF.
029200*
029300     IF WS-RCV-MOTIF = SPACES
029400         MOVE "REPRISE APRES PASSAGE INTERROMPU" TO WS-RCV-MOTIF
029500     END-IF.
029600*
029700     EXEC SQL
029800         UPDATE fichiers_recus
029900         SET emetteur = :WS-RCV-EMETTEUR,
030000             date_production = :WS-RCV-DATE-PRODUCTION,
030100             nb_annonce = :WS-RCV-NB-ANNONCE,
030200             nb_lues = :WS-RCV-NB-LUES,
030300             force = :WS-RCV-FORCE,
030400             motif = :WS-RCV-MOTIF,
030500             programme = :WS-RCV-PROGRAMME,
030600             utilisateur = :WS-RCV-UTILISATEUR,
030700             reception = CURRENT_TIMESTAMP
030800         WHERE flux = :WS-RCV-FLUX
030900           AND sequence = :WS-RCV-SEQUENCE
031000           AND statut = 'E'
031100     END-EXEC.
031200*
031300     IF SQLCODE NOT = 0
031400         DISPLAY "PERSRCV : erreur SQL sur l'inscription "
031500             "SQLCODE: " SQLCODE
031600         SET RCV-ERREUR-SQL TO TRUE
031700         GO TO 9999-RETOUR
031800     END-IF.
031900*
032000     GO TO 3000-INSCRIRE-PRESENTATION-EXIT.
032100*
032200 3000-INSCRIRE-AJOUT.
032300     EXEC SQL
032400         INSERT INTO fichiers_recus
032500             (flux, sequence, emetteur, date_production,
032600              nb_annonce, nb_lues, statut, force, motif,
032700              programme, utilisateur)
032800         VALUES
032900             (:WS-RCV-FLUX, :WS-RCV-SEQUENCE, :WS-RCV-EMETTEUR,
033000              :WS-RCV-DATE-PRODUCTION, :WS-RCV-NB-ANNONCE,
033100              :WS-RCV-NB-LUES, :WS-RCV-STATUT, :WS-RCV-FORCE,
033200              :WS-RCV-MOTIF, :WS-RCV-PROGRAMME,
033300              :WS-RCV-UTILISATEUR)
033400     END-EXEC.
033500*
033600     IF SQLCODE NOT = 0
033700         DISPLAY "PERSRCV : erreur SQL sur l'inscription "
033800             "SQLCODE: " SQLCODE
033900         SET RCV-ERREUR-SQL TO TRUE
034000         GO TO 9999-RETOUR
034100     END-IF.
034200*
034300 3000-INSCRIRE-PRESENTATION-EXIT.
034400     EXIT.
034500*
034600*==============================================================
034700* 5000-MARQUER-APPLIQUE - MARQUE APPLIQUE LE FICHIER EN COURS DE
034800*     LA SEQUENCE CONTROLEE, AVEC LE NOMBRE DE LIGNES TRAITEES.
034900*     UNE LIGNE INTROUVABLE EST RENDUE EN ERREUR : LE FICHIER NE
035000*     SERAIT PAS PROTEGE CONTRE UNE SECONDE APPLICATION.
035100*==============================================================
035200 5000-MARQUER-APPLIQUE.
035300     MOVE RCV-SEQUENCE TO WS-RCV-SEQUENCE.
035400     MOVE RCV-NB-TRAITEES TO WS-RCV-NB-TRAITEES.
035500*
035600     EXEC SQL
035700         UPDATE fichiers_recus
035800         SET statut = 'A',
035900             nb_traite = :WS-RCV-NB-TRAITEES,
036000             fin = CURRENT_TIMESTAMP
036100         WHERE flux = :WS-RCV-FLUX
036200           AND sequence = :WS-RCV-SEQUENCE
036300           AND statut = 'E'
036400     END-EXEC.
036500*
036600     IF SQLCODE NOT = 0
036700         DISPLAY "PERSRCV : erreur SQL sur le marquage "
036800             "SQLCODE: " SQLCODE
036900         SET RCV-ERREUR-SQL TO TRUE
037000         GO TO 9999-RETOUR
037100     END-IF.
037200*
037300 5000-MARQUER-APPLIQUE-EXIT.
037400     EXIT.
037500*
037600*==============================================================
037700* 9999-RETOUR - RETOUR A L'APPELANT, LE COMPTE RENDU
037800*     RCV-CONTROLE ETANT RENSEIGNE.
037900*==============================================================
038000 9999-RETOUR.
038100     GOBACK.
