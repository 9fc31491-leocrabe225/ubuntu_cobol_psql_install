001893*                    ASSOCIE AU RECAPITULATIF.
001894*   2026-09-03  JM   DECODAGE DE L'ACTION N (MARQUAGE NPAI PAR
001895*                    PERSNPA) ET TOTAL ASSOCIE AU RECAPITULATIF.
001896*   2026-10-15  JM   DECODAGE DE L'ACTION D (DOSSIER DE DROIT
001897*                    D'ACCES PAR PERSDAC) ET TOTAL ASSOCIE AU
001898*                    RECAPITULATIF.
001899*   2026-10-15  JM   CONTROLE D'HABILITATION DE L'OPERATEUR AU
001900*                    DEMARRAGE (SOUS-PROGRAMME PERSHAB, TABLE
001901*                    OPERATEURS) : ROLE CONSULTATION REQUIS. UN
001902*                    LANCEMENT REFUSE EST TRACE DANS
001903*                    PERSONNES_AUDIT (ACTION H) ET SORT EN CODE
001904*                    RETOUR 28 SANS RIEN TRAITER.
001914*   2026-10-15  JM   LES LANCEMENTS REFUSES PAR LE CONTROLE
001924*                    D'HABILITATION (ACTION H) SONT EDITES DANS
001934*                    UNE SECTION A PART APRES LES MOUVEMENTS
001944*                    (HEURE, OPERATEUR, PROGRAMME ET MODE, MOTIF
001954*                    EN CLAIR), AVEC UN TOTAL AU RECAPITULATIF.
001964*                    ILS RESTENT COMPTES DANS LE RAPPROCHEMENT DU
001974*                    VOLUME.
001987*--------------------------------------------------------------
002000*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003400 WORKING-STORAGE SECTION.
003500*
003600*--------------------------------------------------------------
003700* VUES ALTERNATIVES DE LA LIGNE EDITEE (ENTETE / DETAIL / REFUS /
003800* SOUS-TOTAL / RECAPITULATIF / FIN).
003900*--------------------------------------------------------------
004000 01  WS-REPORT-LINE              PIC X(132).
005700     05  RPT-D-FLECHE            PIC X(03).
005800     05  RPT-D-NOUVELLE          PIC X(40).
005900     05  FILLER                  PIC X(03).
005914*
005928 01  WS-REFUS-VIEW REDEFINES WS-REPORT-LINE.
005942     05  RPT-H-HEURE             PIC X(08).
005957     05  FILLER                  PIC X(02).
005971     05  RPT-H-UTILISATEUR       PIC X(08).
005985     05  FILLER                  PIC X(02).
006000     05  RPT-H-PROGRAMME         PIC X(24).
006014     05  FILLER                  PIC X(02).
006028     05  RPT-H-ID                PIC Z(8)9.
006042     05  FILLER                  PIC X(02).
006057     05  RPT-H-MOTIF             PIC X(60).
006071     05  FILLER                  PIC X(15).
006085*
006100 01  WS-SOUS-TOTAL-VIEW REDEFINES WS-REPORT-LINE.
006200     05  RPT-S-LIBELLE           PIC X(20).
006300     05  RPT-S-UTILISATEUR       PIC X(08).
010760 01  WS-NB-ARCHIVAGES            PIC 9(09)   VALUE ZEROS.
010770 01  WS-NB-REINTEGRATIONS        PIC 9(09)   VALUE ZEROS.
010780 01  WS-NB-NPAI                  PIC 9(09)   VALUE ZEROS.
010790 01  WS-NB-DOSSIERS              PIC 9(09)   VALUE ZEROS.
010795 01  WS-NB-REFUS                 PIC 9(09)   VALUE ZEROS.
010800 01  WS-NB-AUTRES-ACTIONS        PIC 9(09)   VALUE ZEROS.
010900*
011000 01  WS-UTILISATEUR-PRECEDENT    PIC X(08)   VALUE SPACES.
011680 77  WS-JOURNAL-SWITCH           PIC X(01)   VALUE "N".
011690     88  JOURNAL-OUVERT                      VALUE "Y".
011700*
011712*--------------------------------------------------------------
011725* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
011737* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
011750* HOTE.
011762*--------------------------------------------------------------
011775     COPY PERSHABC.
011787*
011800 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011900     COPY PERSREC.
012000     COPY PERSAUD.
014510*
014520     PERFORM 8800-JOURNAL-DEBUT
014530         THRU 8800-JOURNAL-DEBUT-EXIT.
014547*
014565     PERFORM 2100-CONTROLER-HABILITATION
014582         THRU 2100-CONTROLER-HABILITATION-EXIT.
014600*
014700     PERFORM 3000-OUVERTURE-CURSEUR
014800         THRU 3000-OUVERTURE-CURSEUR-EXIT.
016300     PERFORM 6000-FERMETURE-CURSEUR
016400         THRU 6000-FERMETURE-CURSEUR-EXIT.
016500*
016507     PERFORM 6100-OUVERTURE-REFUS
016514         THRU 6100-OUVERTURE-REFUS-EXIT.
016521*
016528     PERFORM 6200-FETCH-REFUS
016535         THRU 6200-FETCH-REFUS-EXIT.
016542*
016550     PERFORM 6300-TRAITER-REFUS
016557         THRU 6300-TRAITER-REFUS-EXIT
016564         UNTIL FIN-CURSEUR.
016571*
016578     PERFORM 6400-FERMETURE-REFUS
016585         THRU 6400-FERMETURE-REFUS-EXIT.
016592*
016600     PERFORM 6500-RECAP-PAR-ACTION
016700         THRU 6500-RECAP-PAR-ACTION-EXIT.
016800*
027700*
027800 2000-CONNEXION-EXIT.
027900     EXIT.
027902*
027905*==============================================================
027908* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
027911*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
027914*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
027917*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
027920*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
027922*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
027925*==============================================================
027928 2100-CONTROLER-HABILITATION.
027931     MOVE "PERSAUDR" TO HAB-PROGRAMME.
027934     MOVE SPACES TO HAB-MODE.
027937     MOVE ZEROS TO HAB-ID.
027940     SET HAB-REQUIS-CONSULTATION TO TRUE.
027941*
027942     CALL "PERSHAB" USING HAB-CONTROLE.
027945*
027948     IF HAB-ERREUR-SQL
027951         EXEC SQL ROLLBACK END-EXEC
027954         DISPLAY "PERSAUDR : controle d'habilitation en echec."
027957         MOVE 16 TO RETURN-CODE
027960         GO TO 9999-FIN
027962     END-IF.
027965*
027968     EXEC SQL COMMIT END-EXEC.
027971*
027974     IF HAB-REFUSE
027977         DISPLAY "PERSAUDR : lancement refuse - " HAB-MOTIF
027980         DISPLAY "  Operateur : " HAB-UTILISATEUR
027982         MOVE 28 TO RETURN-CODE
027985         GO TO 9999-FIN
027988     END-IF.
027991*
027994 2100-CONTROLER-HABILITATION-EXIT.
027997     EXIT.
028000*
028100*==============================================================
028200* 3000-OUVERTURE-CURSEUR - DECLARE ET OUVRE LE CURSEUR SUR LES
028300*     LIGNES D'AUDIT DE LA VEILLE, TRIEES PAR UTILISATEUR (POUR
028400*     LA RUPTURE DE SOUS-TOTAL) PUIS PAR HORODATAGE.
028433*     LES LANCEMENTS REFUSES (ACTION H) SONT EDITES A PART PAR
028466*     6100-OUVERTURE-REFUS.
028500*==============================================================
028600 3000-OUVERTURE-CURSEUR.
028700     EXEC SQL
029500                   TO_TIMESTAMP(:WS-DATE-DEBUT, 'YYYY-MM-DD')
029600           AND horodatage <
029700                   TO_TIMESTAMP(:WS-DATE-FIN, 'YYYY-MM-DD')
029750           AND action <> 'H'
029800         ORDER BY utilisateur, horodatage
029900     END-EXEC.
030000*
039791         WHEN AUD-ACTION-NPAI
039792             MOVE "NPAI" TO RPT-D-ACTION
039793             ADD 1 TO WS-NB-NPAI
039794         WHEN AUD-ACTION-DOSSIER
039795             MOVE "DROIT D'ACCES" TO RPT-D-ACTION
039796             ADD 1 TO WS-NB-DOSSIERS
039800         WHEN OTHER
039900             MOVE AUD-ACTION TO RPT-D-ACTION
040000             ADD 1 TO WS-NB-AUTRES-ACTIONS
046600*
046700 6000-FERMETURE-CURSEUR-EXIT.
046800     EXIT.
046801*
046802*==============================================================
046803* 6100-OUVERTURE-REFUS - EDITE LE TITRE DE LA SECTION DES
046804*     LANCEMENTS REFUSES PAR LE CONTROLE D'HABILITATION, PUIS
046805*     DECLARE ET OUVRE LE CURSEUR SUR LES LIGNES D'AUDIT H DE LA
046806*     VEILLE, TRIEES PAR HORODATAGE.
046807*==============================================================
046808 6100-OUVERTURE-REFUS.
046809     MOVE SPACES TO WS-REPORT-LINE.
046810     MOVE WS-REPORT-LINE TO AUD-RECORD.
046811     WRITE AUD-RECORD.
046812*
046813     IF NOT AUD-STATUT-OK
046814         DISPLAY "Erreur a l'ecriture AUDOUT, statut : "
046815             WS-AUD-STATUS
046816         MOVE 16 TO RETURN-CODE
046817         GO TO 9999-FIN
046818     END-IF.
046819*
046820     MOVE "LANCEMENTS REFUSES - OPERATEURS NON HABILITES"
046821         TO WS-REPORT-LINE.
046822     MOVE WS-REPORT-LINE TO AUD-RECORD.
046823     WRITE AUD-RECORD.
046824*
046825     IF NOT AUD-STATUT-OK
046826         DISPLAY "Erreur a l'ecriture AUDOUT, statut : "
046827             WS-AUD-STATUS
046828         MOVE 16 TO RETURN-CODE
046829         GO TO 9999-FIN
046830     END-IF.
046831*
046832     EXEC SQL
046833         DECLARE C-REFUS CURSOR FOR
046834         SELECT TO_CHAR(horodatage, 'HH24:MI:SS'),
046835                utilisateur, id,
046836                COALESCE(ancienne_valeur, ''),
046837                COALESCE(nouvelle_valeur, '')
046838         FROM personnes_audit
046839         WHERE horodatage >=
046840                   TO_TIMESTAMP(:WS-DATE-DEBUT, 'YYYY-MM-DD')
046841           AND horodatage <
046842                   TO_TIMESTAMP(:WS-DATE-FIN, 'YYYY-MM-DD')
046843           AND action = 'H'
046844         ORDER BY horodatage
046845     END-EXEC.
046846*
046847     EXEC SQL
046848         OPEN C-REFUS
046849     END-EXEC.
046850*
046851     IF SQLCODE NOT = 0
046852         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
046853             SQLCODE
046854         MOVE 16 TO RETURN-CODE
046855         GO TO 9999-FIN
046856     END-IF.
046857*
046858     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
046859*
046860 6100-OUVERTURE-REFUS-EXIT.
046861     EXIT.
046862*
046863*==============================================================
046864* 6200-FETCH-REFUS - RAMENE LE LANCEMENT REFUSE SUIVANT.
046865*     SQLCODE = 100 MARQUE LA FIN DE LA SELECTION.
046866*==============================================================
046867 6200-FETCH-REFUS.
046868     EXEC SQL
046869         FETCH C-REFUS
046870         INTO :WS-AUD-HEURE, :AUD-UTILISATEUR, :PERS-ID,
046871                :AUD-ANCIENNE-VALEUR, :AUD-NOUVELLE-VALEUR
046872     END-EXEC.
046873*
046874     EVALUATE SQLCODE
046875         WHEN 0
046876             CONTINUE
046877         WHEN 100
046878             SET FIN-CURSEUR TO TRUE
046879         WHEN OTHER
046880             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
046881             MOVE 16 TO RETURN-CODE
046882             GO TO 9999-FIN
046883     END-EVALUATE.
046884*
046885 6200-FETCH-REFUS-EXIT.
046886     EXIT.
046887*
046888*==============================================================
046889* 6300-TRAITER-REFUS - EDITE LA LIGNE D'UN LANCEMENT REFUSE
046890*     (PROGRAMME ET MODE DEMANDES, MOTIF DU REFUS) ET ENCHAINE
046891*     SUR LE SUIVANT (LECTURE D'AVANCE CLASSIQUE).
046892*==============================================================
046893 6300-TRAITER-REFUS.
046894     MOVE SPACES TO WS-REPORT-LINE.
046895     MOVE WS-AUD-HEURE TO RPT-H-HEURE.
046896     MOVE AUD-UTILISATEUR TO RPT-H-UTILISATEUR.
046897     MOVE AUD-ANCIENNE-VALEUR(1:24) TO RPT-H-PROGRAMME.
046898     MOVE PERS-ID TO RPT-H-ID.
046899     MOVE AUD-NOUVELLE-VALEUR(1:60) TO RPT-H-MOTIF.
046900*
046901     MOVE WS-REPORT-LINE TO AUD-RECORD.
046902     WRITE AUD-RECORD.
046903*
046904     IF NOT AUD-STATUT-OK
046905         DISPLAY "Erreur a l'ecriture AUDOUT, statut : "
046906             WS-AUD-STATUS
046907         MOVE 16 TO RETURN-CODE
046908         GO TO 9999-FIN
046909     END-IF.
046910*
046911     ADD 1 TO WS-NB-LIGNES.
046912     ADD 1 TO WS-NB-REFUS.
046913*
046914     PERFORM 6200-FETCH-REFUS
046915         THRU 6200-FETCH-REFUS-EXIT.
046916*
046917 6300-TRAITER-REFUS-EXIT.
046918     EXIT.
046919*
046920*==============================================================
046921* 6400-FERMETURE-REFUS - FERME LE CURSEUR DES REFUS ; UNE
046922*     SECTION VIDE LE DIT EN CLAIR.
046923*==============================================================
046924 6400-FERMETURE-REFUS.
046925     EXEC SQL
046926         CLOSE C-REFUS
046927     END-EXEC.
046928*
046929     IF WS-NB-REFUS = ZEROS
046930         MOVE "AUCUN LANCEMENT REFUSE" TO WS-REPORT-LINE
046931         MOVE WS-REPORT-LINE TO AUD-RECORD
046932         WRITE AUD-RECORD
046933         IF NOT AUD-STATUT-OK
046934             DISPLAY "Erreur a l'ecriture AUDOUT, statut : "
046935                 WS-AUD-STATUS
046936             MOVE 16 TO RETURN-CODE
046937             GO TO 9999-FIN
046938         END-IF
046939     END-IF.
046940*
046941     MOVE SPACES TO WS-REPORT-LINE.
046942     MOVE WS-REPORT-LINE TO AUD-RECORD.
046943     WRITE AUD-RECORD.
046944*
046945     IF NOT AUD-STATUT-OK
046946         DISPLAY "Erreur a l'ecriture AUDOUT, statut : "
046947             WS-AUD-STATUS
046948         MOVE 16 TO RETURN-CODE
046949         GO TO 9999-FIN
046950     END-IF.
046951*
046952 6400-FERMETURE-REFUS-EXIT.
046953     EXIT.
046976*
047000*==============================================================
047100* 6500-RECAP-PAR-ACTION - EDITE LE RECAPITULATIF PAR ACTION EN
047200*     FIN D'ETAT (UNE LIGNE PAR ACTION RENCONTREE).
049399             THRU 6600-ECRIRE-RECAP-EXIT
049401     END-IF.
049402*
049403     IF WS-NB-DOSSIERS NOT = ZEROS
049404         MOVE "TOTAL DOSSIERS D'ACCES" TO RPT-R-LIBELLE
049405         MOVE WS-NB-DOSSIERS TO RPT-R-NB
049406         PERFORM 6600-ECRIRE-RECAP
049407             THRU 6600-ECRIRE-RECAP-EXIT
049408     END-IF.
049409*
049420     IF WS-NB-REFUS NOT = ZEROS
049431         MOVE "TOTAL LANCEMENTS REFUSES" TO RPT-R-LIBELLE
049443         MOVE WS-NB-REFUS TO RPT-R-NB
049454         PERFORM 6600-ECRIRE-RECAP
049465             THRU 6600-ECRIRE-RECAP-EXIT
049477     END-IF.
049488*
049500     IF WS-NB-AUTRES-ACTIONS NOT = ZEROS
049600         MOVE "TOTAL AUTRES ACTIONS" TO RPT-R-LIBELLE
049700         MOVE WS-NB-AUTRES-ACTIONS TO RPT-R-NB
