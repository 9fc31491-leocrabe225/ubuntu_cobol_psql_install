001700*                    RETOUR 20 (ECART DE RECONCILIATION) EST
001800*                    MARQUE. UN PARM FACULTATIF LIMITE LA LISTE A
001900*                    UN SEUL PROGRAMME.
001916*   2026-10-15  JM   UN CODE RETOUR 24 (FICHIER RECU REFUSE AU
001933*                    CONTROLE D'ENTETE ET DE FIN) EST MARQUE, ET
001950*                    LA DERNIERE SEQUENCE APPLIQUEE DE CHAQUE FLUX
001966*                    ENTRANT (TABLE FICHIERS_RECUS : LOADIN,
001983*                    MVTIN, NPAIIN) EST AFFICHEE APRES LES
001984*                    PASSAGES.
001985*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
001987*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
001988*                    OPERATEURS) : ROLE CONSULTATION REQUIS. UN
001990*                    LANCEMENT REFUSE EST TRACE DANS
001991*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
001992*                    RETOUR 28 SANS RIEN TRAITER.
001994*   2026-10-15  JM   LES PASSAGES DE RAPPROCHEMENT (PERSDCD)
001995*                    AFFICHENT EN PLUS LEURS VOLUMES EN SUSPENS ET
001997*                    NON RAPPROCHES (COLONNES NB_SUSPENDU ET
001998*                    NB_NON_RAPPROCHE DU JOURNAL).
002000*--------------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
003700 01  WS-NB-PASSAGES              PIC 9(09)   VALUE ZEROS.
003800 01  WS-NB-PROGRAMME             PIC 9(02)   VALUE ZEROS.
003900 01  WS-PROGRAMME-PRECEDENT      PIC X(08)   VALUE SPACES.
003950 01  WS-NB-FLUX                  PIC 9(09)   VALUE ZEROS.
004000*
004100 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
004200     88  FIN-CURSEUR                         VALUE "Y".
004400 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
004500     88  CONNEXION-OUVERTE                   VALUE "Y".
004600*
004612*--------------------------------------------------------------
004625* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
004637* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
004650* HOTE.
004662*--------------------------------------------------------------
004675     COPY PERSHABC.
004687*
004700 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
004800     COPY PERSJRN.
004900 01  WS-JRQ-FIN                  PIC X(19).
005000 01  WS-SEL-PROGRAMME            PIC X(08)   VALUE SPACES.
005014 01  WS-JRQ-FLUX                 PIC X(08).
005028 01  WS-JRQ-SEQUENCE             PIC 9(09).
005042 01  WS-JRQ-EMETTEUR             PIC X(20).
005057 01  WS-JRQ-DATE-PRODUCTION      PIC X(10).
005071 01  WS-JRQ-APPLIQUE             PIC X(19).
005085 01  WS-JRQ-FORCE                PIC X(01).
005100 01  USERNAME                    PIC X(30).
005200 01  PASSWD                      PIC X(30).
005300 01  DBNAME                      PIC X(10).
006900*
007000     PERFORM 2000-CONNEXION
007100         THRU 2000-CONNEXION-EXIT.
007125*
007150     PERFORM 2100-CONTROLER-HABILITATION
007175         THRU 2100-CONTROLER-HABILITATION-EXIT.
007200*
007300     PERFORM 3000-OUVERTURE-CURSEUR
007400         THRU 3000-OUVERTURE-CURSEUR-EXIT.
008200*
008300     PERFORM 6000-FERMETURE-CURSEUR
008400         THRU 6000-FERMETURE-CURSEUR-EXIT.
008425*
008450     PERFORM 7000-DERNIERES-SEQUENCES
008475         THRU 7000-DERNIERES-SEQUENCES-EXIT.
008500*
008600     IF WS-NB-PASSAGES = ZEROS
008700         DISPLAY "PERSJRQ : aucun passage au journal."
015500*
015600 2000-CONNEXION-EXIT.
015700     EXIT.
015702*
015705*==============================================================
015708* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
015711*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
015714*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
015717*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
015720*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
015722*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
015725*==============================================================
015728 2100-CONTROLER-HABILITATION.
015731     MOVE "PERSJRQ" TO HAB-PROGRAMME.
015734     MOVE SPACES TO HAB-MODE.
015737     MOVE ZEROS TO HAB-ID.
015740     SET HAB-REQUIS-CONSULTATION TO TRUE.
015741*
015742     CALL "PERSHAB" USING HAB-CONTROLE.
015745*
015748     IF HAB-ERREUR-SQL
015751         EXEC SQL ROLLBACK END-EXEC
015754         DISPLAY "PERSJRQ : controle d'habilitation en echec."
015757         MOVE 16 TO RETURN-CODE
015760         GO TO 9999-FIN
015762     END-IF.
015765*
015768     EXEC SQL COMMIT END-EXEC.
015771*
015774     IF HAB-REFUSE
015777         DISPLAY "PERSJRQ : lancement refuse - " HAB-MOTIF
015780         DISPLAY "  Operateur : " HAB-UTILISATEUR
015782         MOVE 28 TO RETURN-CODE
015785         GO TO 9999-FIN
015788     END-IF.
015791*
015794 2100-CONTROLER-HABILITATION-EXIT.
015797     EXIT.
015800*
015900*==============================================================
016000* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR SUR LE
017100                    'YYYY-MM-DD HH24:MI:SS'), 'INTERROMPU'),
017200                COALESCE(nb_attendu, 0),
017300                COALESCE(nb_traite, 0),
017333                COALESCE(nb_suspendu, 0),
017366                COALESCE(nb_non_rapproche, 0),
017400                COALESCE(code_retour, 9999),
017500                reprise
017600         FROM journal_batch
020200         FETCH C-JOURNAL
020300         INTO :JRN-PROGRAMME, :JRN-DEBUT, :WS-JRQ-FIN,
020400                :JRN-NB-ATTENDU, :JRN-NB-TRAITE,
020450                :JRN-NB-SUSPENDU, :JRN-NB-NON-RAPPROCHE,
020500                :JRN-CODE-RETOUR, :JRN-REPRISE
020600     END-EXEC.
020700*
022300* 5000-AFFICHER-PASSAGE - AFFICHE LE PASSAGE COURANT (10 AU PLUS
022400*     PAR PROGRAMME, LES PLUS RECENTS D'ABORD) ET ENCHAINE SUR
022500*     LE SUIVANT (LECTURE D'AVANCE CLASSIQUE).
022533*     UN PASSAGE DE RAPPROCHEMENT AJOUTE UNE LIGNE AVEC SES
022566*     VOLUMES EN SUSPENS ET NON RAPPROCHES.
022600*==============================================================
022700 5000-AFFICHER-PASSAGE.
022800     IF JRN-PROGRAMME NOT = WS-PROGRAMME-PRECEDENT
024700                 " traite " JRN-NB-TRAITE
024800                 " reprise " JRN-REPRISE
024900                 WITH NO ADVANCING
024966             EVALUATE JRN-CODE-RETOUR
025033                 WHEN 20
025100                     DISPLAY "  <-- ECART DE RECONCILIATION"
025166                 WHEN 24
025233                     DISPLAY "  <-- FICHIER REFUSE"
025255                 WHEN 28
025277                     DISPLAY "  <-- HABILITATION REFUSEE"
025300                 WHEN OTHER
025366                     DISPLAY " "
025433             END-EVALUATE
025500         END-IF
025514         IF JRN-NB-SUSPENDU NOT = ZEROS
025528             OR JRN-NB-NON-RAPPROCHE NOT = ZEROS
025542             DISPLAY "                                      "
025557                 "      en suspens " JRN-NB-SUSPENDU
025571                 " non rapproche " JRN-NB-NON-RAPPROCHE
025585         END-IF
025600     END-IF.
025700*
025800     PERFORM 4000-FETCH-PASSAGE
027200 6000-FERMETURE-CURSEUR-EXIT.
027300     EXIT.
027400*
027401*==============================================================
027402* 7000-DERNIERES-SEQUENCES - AFFICHE, POUR CHAQUE FLUX ENTRANT, LA
027403*     DERNIERE SEQUENCE APPLIQUEE (TABLE FICHIERS_RECUS), AVEC SON
027404*     EMETTEUR, SA DATE DE PRODUCTION ET LA FIN DE SON
027405*     APPLICATION. UN PARM PROGRAMME LIMITE AUX FLUX DE CE
027406*     PROGRAMME.
027407*==============================================================
027408 7000-DERNIERES-SEQUENCES.
027409     EXEC SQL
027410         DECLARE C-FLUX CURSOR FOR
027411         SELECT f.flux, f.sequence, COALESCE(f.emetteur, ''),
027412                COALESCE(f.date_production, ''),
027413                COALESCE(TO_CHAR(f.fin,
027414                    'YYYY-MM-DD HH24:MI:SS'), ''),
027415                f.force
027416         FROM fichiers_recus f
027417         WHERE f.statut = 'A'
027418           AND f.sequence =
027419                   (SELECT MAX(g.sequence)
027420                    FROM fichiers_recus g
027421                    WHERE g.flux = f.flux
027422                      AND g.statut = 'A')
027423           AND (TRIM(:WS-SEL-PROGRAMME) = ''
027424                OR TRIM(f.programme) = TRIM(:WS-SEL-PROGRAMME))
027425         ORDER BY f.flux
027426     END-EXEC.
027427*
027428     EXEC SQL
027429         OPEN C-FLUX
027430     END-EXEC.
027431*
027432     IF SQLCODE NOT = 0
027433         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
027434             SQLCODE
027435         MOVE 16 TO RETURN-CODE
027436         GO TO 9999-FIN
027437     END-IF.
027438*
027439     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
027440     PERFORM 7100-FETCH-FLUX
027441         THRU 7100-FETCH-FLUX-EXIT.
027442*
027443     PERFORM 7200-AFFICHER-FLUX
027444         THRU 7200-AFFICHER-FLUX-EXIT
027445         UNTIL FIN-CURSEUR.
027446*
027447     EXEC SQL
027448         CLOSE C-FLUX
027449     END-EXEC.
027450*
027451 7000-DERNIERES-SEQUENCES-EXIT.
027452     EXIT.
027453*
027454*==============================================================
027455* 7100-FETCH-FLUX - RAMENE LE FLUX SUIVANT DU CURSEUR.
027456*==============================================================
027457 7100-FETCH-FLUX.
027458     EXEC SQL
027459         FETCH C-FLUX
027460         INTO :WS-JRQ-FLUX, :WS-JRQ-SEQUENCE, :WS-JRQ-EMETTEUR,
027461              :WS-JRQ-DATE-PRODUCTION, :WS-JRQ-APPLIQUE,
027462              :WS-JRQ-FORCE
027463     END-EXEC.
027464*
027465     EVALUATE SQLCODE
027466         WHEN 0
027467             CONTINUE
027468         WHEN 100
027469             SET FIN-CURSEUR TO TRUE
027470         WHEN OTHER
027471             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
027472             MOVE 16 TO RETURN-CODE
027473             GO TO 9999-FIN
027474     END-EVALUATE.
027475*
027476 7100-FETCH-FLUX-EXIT.
027477     EXIT.
027478*
027479*==============================================================
027480* 7200-AFFICHER-FLUX - AFFICHE LE FLUX COURANT ET ENCHAINE SUR LE
027481*     SUIVANT (LECTURE D'AVANCE CLASSIQUE).
027482*==============================================================
027483 7200-AFFICHER-FLUX.
027484     IF WS-NB-FLUX = ZEROS
027485         DISPLAY " "
027486         DISPLAY "Derniere sequence appliquee par flux entrant :"
027487     END-IF.
027488     ADD 1 TO WS-NB-FLUX.
027489*
027490     DISPLAY "  " WS-JRQ-FLUX " sequence " WS-JRQ-SEQUENCE
027491         " du " WS-JRQ-DATE-PRODUCTION
027492         " emetteur " WS-JRQ-EMETTEUR
027493         " applique " WS-JRQ-APPLIQUE
027494         WITH NO ADVANCING.
027495     IF WS-JRQ-FORCE = "O"
027496         DISPLAY "  <-- RUPTURE FORCEE"
027497     ELSE
027498         DISPLAY " "
027499     END-IF.
027500*
027501     PERFORM 7100-FETCH-FLUX
027502         THRU 7100-FETCH-FLUX-EXIT.
027503*
027504 7200-AFFICHER-FLUX-EXIT.
027505     EXIT.
027506*
027553*==============================================================
027600* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
027700*==============================================================
027800 9999-FIN.
