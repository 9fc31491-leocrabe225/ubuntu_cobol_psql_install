000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PERSHRQ.
000300 AUTHOR.         J MARCHAND.
000400 INSTALLATION.   SERVICE ETUDES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  JM   PREMIERE VERSION - INTERROGATION DE
001000*                    L'HISTORIQUE D'UNE PERSONNE (TABLE
001100*                    PERSONNES_HISTORIQUE ALIMENTEE PAR PERSHIS) :
001200*                    POUR UN ID ET UNE DATE JJ/MM/AAAA RECUS EN
001300*                    PARM, AFFICHE LA PERSONNE TELLE QU'ELLE
001400*                    ETAIT A LA FIN DE CE JOUR (RUBRIQUES, STATUT,
001500*                    NPAI), PUIS, MOUVEMENT PAR MOUVEMENT, LA
001600*                    LISTE DES RUBRIQUES MODIFIEES DEPUIS AVEC
001700*                    L'ANCIENNE ET LA NOUVELLE VALEUR, LA DATE, LE
001800*                    PROGRAMME ET L'UTILISATEUR. LA CONSULTATION
001900*                    EST TRACEE DANS PERSONNES_AUDIT (ACTION L).
002000*                    CONTROLE D'HABILITATION AU DEMARRAGE
002100*                    (PERSHAB) : ROLE CONSULTATION REQUIS.
002200*--------------------------------------------------------------
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600*
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900*
003000*--------------------------------------------------------------
003100* ZONE DE PARAMETRAGE DE L'INTERROGATION.
003200*     PARM OBLIGATOIRE :  <ID>  <JJ/MM/AAAA>
003300*--------------------------------------------------------------
003400 01  WS-PARM-LINE                PIC X(80).
003500 01  WS-ID-EDIT                  PIC X(09).
003600 01  WS-DATE-EDIT                PIC X(10).
003700 01  WS-DATE-DETAIL REDEFINES WS-DATE-EDIT.
003800     05  WS-DATE-JJ              PIC 9(02).
003900     05  WS-DATE-SEP1            PIC X(01).
004000     05  WS-DATE-MM              PIC 9(02).
004100     05  WS-DATE-SEP2            PIC X(01).
004200     05  WS-DATE-AAAA            PIC 9(04).
004300*
004400*--------------------------------------------------------------
004500* ZONE DE TRAVAIL DE L'INTERROGATION.
004600*--------------------------------------------------------------
004700 01  WS-NB-MOUVEMENTS            PIC 9(09)   VALUE ZEROS.
004800 01  WS-NB-RUBRIQUES             PIC 9(02)   VALUE ZEROS.
004900 01  WS-LIBELLE-ACTION           PIC X(14)   VALUE SPACES.
005000*
005100 77  WS-FIN-CURSEUR-SWITCH       PIC X(01)   VALUE "N".
005200     88  FIN-CURSEUR                         VALUE "Y".
005300*
005400 01  WS-CONNEXION-SWITCH         PIC X(01)   VALUE "N".
005500     88  CONNEXION-OUVERTE                   VALUE "Y".
005600*
005700*--------------------------------------------------------------
005800* COMPTE RENDU DU CONTROLE D'HABILITATION (SOUS-PROGRAMME
005900* PERSHAB), HORS DECLARE SECTION : CE N'EST PAS UNE VARIABLE
006000* HOTE.
006100*--------------------------------------------------------------
006200     COPY PERSHABC.
006300*
006400 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006500     COPY PERSAUD.
006600 01  WS-SEARCH-ID                PIC 9(09).
006700 01  WS-HRQ-DATE                 PIC X(10).
006800 01  WS-HRQ-BORNE                PIC X(10).
006900 01  WS-NB-HISTORIQUE            PIC 9(09).
007000*
007100*--------------------------------------------------------------
007200* IMAGE AVANT UN MOUVEMENT (LIGNE D'HISTORIQUE COURANTE) ET
007300* IMAGE APRES (LIGNE D'HISTORIQUE SUIVANTE OU LIGNE ACTUELLE).
007400* LES DEUX ZONES ONT LA MEME STRUCTURE : L'IMAGE APRES DEVIENT
007500* L'IMAGE AVANT DU MOUVEMENT SUIVANT PAR UN MOVE DE GROUPE.
007600*--------------------------------------------------------------
007700 01  WS-AVANT.
007800     05  AVT-HORODATAGE          PIC X(19).
007900     05  AVT-ACTION              PIC X(01).
008000     05  AVT-PROGRAMME           PIC X(08).
008100     05  AVT-UTILISATEUR         PIC X(08).
008200     05  AVT-PRESENTE            PIC X(01).
008300     05  AVT-NOM                 PIC X(100).
008400     05  AVT-PRENOM              PIC X(100).
008500     05  AVT-NAISSANCE           PIC X(10).
008600     05  AVT-ADRESSE             PIC X(200).
008700     05  AVT-VILLE               PIC X(100).
008800     05  AVT-CODE-POSTAL         PIC X(10).
008900     05  AVT-TELEPHONE           PIC X(20).
009000     05  AVT-EMAIL               PIC X(100).
009100     05  AVT-STATUT              PIC X(01).
009200     05  AVT-STATUT-DATE         PIC X(10).
009300     05  AVT-NPAI                PIC X(01).
009400     05  AVT-NPAI-DATE           PIC X(10).
009500 01  WS-APRES.
009600     05  APR-HORODATAGE          PIC X(19).
009700     05  APR-ACTION              PIC X(01).
009800     05  APR-PROGRAMME           PIC X(08).
009900     05  APR-UTILISATEUR         PIC X(08).
010000     05  APR-PRESENTE            PIC X(01).
010100     05  APR-NOM                 PIC X(100).
010200     05  APR-PRENOM              PIC X(100).
010300     05  APR-NAISSANCE           PIC X(10).
010400     05  APR-ADRESSE             PIC X(200).
010500     05  APR-VILLE               PIC X(100).
010600     05  APR-CODE-POSTAL         PIC X(10).
010700     05  APR-TELEPHONE           PIC X(20).
010800     05  APR-EMAIL               PIC X(100).
010900     05  APR-STATUT              PIC X(01).
011000     05  APR-STATUT-DATE         PIC X(10).
011100     05  APR-NPAI                PIC X(01).
011200     05  APR-NPAI-DATE           PIC X(10).
011300 01  USERNAME                    PIC X(30).
011400 01  PASSWD                      PIC X(30).
011500 01  DBNAME                      PIC X(10).
011600 EXEC SQL END DECLARE SECTION END-EXEC.
011700*
011800 EXEC SQL INCLUDE SQLCA END-EXEC.
011900*
012000 PROCEDURE DIVISION.
012100*
012200*==============================================================
012300* 0000-MAINLINE
012400*==============================================================
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALISATION
012700         THRU 1000-INITIALISATION-EXIT.
012800*
012900     PERFORM 1500-LIRE-CREDENTIALS
013000         THRU 1500-LIRE-CREDENTIALS-EXIT.
013100*
013200     PERFORM 1700-LIRE-UTILISATEUR
013300         THRU 1700-LIRE-UTILISATEUR-EXIT.
013400*
013500     PERFORM 2000-CONNEXION
013600         THRU 2000-CONNEXION-EXIT.
013700*
013800     PERFORM 2100-CONTROLER-HABILITATION
013900         THRU 2100-CONTROLER-HABILITATION-EXIT.
014000*
014100     PERFORM 3000-CONTROLER-DATE
014200         THRU 3000-CONTROLER-DATE-EXIT.
014300*
014400     PERFORM 4000-ETAT-A-LA-DATE
014500         THRU 4000-ETAT-A-LA-DATE-EXIT.
014600*
014700     IF RETURN-CODE = 0
014800         PERFORM 5000-MOUVEMENTS-DEPUIS
014900             THRU 5000-MOUVEMENTS-DEPUIS-EXIT
015000     END-IF.
015100*
015200     PERFORM 6000-TRACER-CONSULTATION
015300         THRU 6000-TRACER-CONSULTATION-EXIT.
015400*
015500     GO TO 9999-FIN.
015600*
015700*==============================================================
015800* 1000-INITIALISATION - RECUPERE L'ID ET LA DATE DEMANDES EN
015900*     PARM. LES DEUX SONT OBLIGATOIRES ; UN PARM INCOMPLET OU
016000*     MAL FORME SORT EN CODE RETOUR 16 SANS CONNEXION.
016100*==============================================================
016200 1000-INITIALISATION.
016300     MOVE SPACES TO WS-PARM-LINE.
016400     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
016500*
016600     MOVE SPACES TO WS-ID-EDIT.
016700     MOVE SPACES TO WS-DATE-EDIT.
016800     UNSTRING FUNCTION TRIM(WS-PARM-LINE)
016900         DELIMITED BY ALL SPACES
017000         INTO WS-ID-EDIT WS-DATE-EDIT
017100     END-UNSTRING.
017200*
017300     IF FUNCTION TRIM(WS-ID-EDIT) IS NOT NUMERIC
017400         OR FUNCTION TRIM(WS-ID-EDIT) = ZEROS
017500         DISPLAY "PERSHRQ : id invalide : " WS-ID-EDIT
017600         DISPLAY "  PARM attendu : <id> <JJ/MM/AAAA>"
017700         MOVE 16 TO RETURN-CODE
017800         GO TO 9999-FIN
017900     END-IF.
018000*
018100     IF WS-DATE-JJ IS NOT NUMERIC
018200         OR WS-DATE-MM IS NOT NUMERIC
018300         OR WS-DATE-AAAA IS NOT NUMERIC
018400         OR WS-DATE-SEP1 NOT = "/"
018500         OR WS-DATE-SEP2 NOT = "/"
018600         DISPLAY "PERSHRQ : date invalide : " WS-DATE-EDIT
018700         DISPLAY "  PARM attendu : <id> <JJ/MM/AAAA>"
018800         MOVE 16 TO RETURN-CODE
018900         GO TO 9999-FIN
019000     END-IF.
019100*
019200     MOVE FUNCTION TRIM(WS-ID-EDIT) TO WS-SEARCH-ID.
019300     MOVE WS-DATE-EDIT TO WS-HRQ-DATE.
019400*
019500 1000-INITIALISATION-EXIT.
019600     EXIT.
019700*
019800*==============================================================
019900* 1500-LIRE-CREDENTIALS - LIT LES IDENTIFIANTS DE CONNEXION DANS
020000*     L'ENVIRONNEMENT D'EXECUTION (CF TESTOCE POUR LE DETAIL DE
020100*     LA CONVENTION) ; AUCUN MOT DE PASSE N'EST CABLE EN DUR, UNE
020200*     VARIABLE ABSENTE FAIT ECHOUER LA CONNEXION.
020300*==============================================================
020400 1500-LIRE-CREDENTIALS.
020500     MOVE SPACES TO USERNAME.
020600     ACCEPT USERNAME FROM ENVIRONMENT "PERS_DB_USER".
020700     MOVE SPACES TO PASSWD.
020800     ACCEPT PASSWD FROM ENVIRONMENT "PERS_DB_PASSWD".
020900     MOVE SPACES TO DBNAME.
021000     ACCEPT DBNAME FROM ENVIRONMENT "PERS_DB_NAME".
021100*
021200     IF USERNAME = SPACES OR PASSWD = SPACES OR DBNAME = SPACES
021300         DISPLAY "PERSHRQ : identifiants de connexion "
021400             "incomplets - verifier PERS_DB_USER / "
021500             "PERS_DB_PASSWD / PERS_DB_NAME."
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 9999-FIN
021800     END-IF.
021900*
022000 1500-LIRE-CREDENTIALS-EXIT.
022100     EXIT.
022200*
022300*==============================================================
022400* 1700-LIRE-UTILISATEUR - IDENTIFIE L'UTILISATEUR OS/JOB POUR LA
022500*     TRACE D'AUDIT (CF TESTOCE) : "USER", A DEFAUT "LOGNAME".
022600*==============================================================
022700 1700-LIRE-UTILISATEUR.
022800     MOVE SPACES TO AUD-UTILISATEUR.
022900     ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "USER".
023000*
023100     IF AUD-UTILISATEUR = SPACES
023200         ACCEPT AUD-UTILISATEUR FROM ENVIRONMENT "LOGNAME"
023300     END-IF.
023400*
023500 1700-LIRE-UTILISATEUR-EXIT.
023600     EXIT.
023700*
023800*==============================================================
023900* 2000-CONNEXION - OUVERTURE DE LA CONNEXION POSTGRESQL.
024000*==============================================================
024100 2000-CONNEXION.
024200     DISPLAY "Connexion a PostgreSQL...".
024300*
024400     EXEC SQL
024500         CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
024600     END-EXEC.
024700*
024800     IF SQLCODE NOT = 0
024900         DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 9999-FIN
025200     END-IF.
025300*
025400     DISPLAY "Connexion reussie !".
025500     SET CONNEXION-OUVERTE TO TRUE.
025600*
025700 2000-CONNEXION-EXIT.
025800     EXIT.
025900*
026000*==============================================================
026100* 2100-CONTROLER-HABILITATION - VERIFIE AU DEMARRAGE, AVANT
026200*     TOUT TRAITEMENT, QUE L'OPERATEUR EST HABILITE (SOUS-
026300*     PROGRAMME PERSHAB, TABLE OPERATEURS) : ROLE CONSULTATION
026400*     REQUIS. UN REFUS EST TRACE DANS PERSONNES_AUDIT (ACTION H)
026500*     ET VALIDE, PUIS LE PASSAGE SORT EN CODE RETOUR 28 ; UNE
026600*     ERREUR SQL DU CONTROLE SORT EN CODE RETOUR 16.
026700*==============================================================
026800 2100-CONTROLER-HABILITATION.
026900     MOVE "PERSHRQ" TO HAB-PROGRAMME.
027000     MOVE SPACES TO HAB-MODE.
027100     MOVE WS-SEARCH-ID TO HAB-ID.
027200     SET HAB-REQUIS-CONSULTATION TO TRUE.
027300*
027400     CALL "PERSHAB" USING HAB-CONTROLE.
027500*
027600     IF HAB-ERREUR-SQL
027700         EXEC SQL ROLLBACK END-EXEC
027800         DISPLAY "PERSHRQ : controle d'habilitation en echec."
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 9999-FIN
028100     END-IF.
028200*
028300     EXEC SQL COMMIT END-EXEC.
028400*
028500     IF HAB-REFUSE
028600         DISPLAY "PERSHRQ : lancement refuse - " HAB-MOTIF
028700         DISPLAY "  Operateur : " HAB-UTILISATEUR
028800         MOVE 28 TO RETURN-CODE
028900         GO TO 9999-FIN
029000     END-IF.
029100*
029200 2100-CONTROLER-HABILITATION-EXIT.
029300     EXIT.
029400*
029500*==============================================================
029600* 3000-CONTROLER-DATE - FAIT VALIDER LA DATE PAR LA BASE (UN
029700*     31/02 EST REFUSE) ET CALCULE LA BORNE : LE LENDEMAIN A
029800*     ZERO HEURE. LA PERSONNE EST RESTITUEE TELLE QU'ELLE ETAIT A
029900*     LA FIN DU JOUR DEMANDE ; TOUT MOUVEMENT A PARTIR DE LA
030000*     BORNE EST UN CHANGEMENT "DEPUIS".
030100*==============================================================
030200 3000-CONTROLER-DATE.
030300     EXEC SQL
030400         SELECT TO_CHAR(TO_DATE(:WS-HRQ-DATE, 'DD/MM/YYYY') + 1,
030500                        'YYYY-MM-DD')
030600         INTO :WS-HRQ-BORNE
030700     END-EXEC.
030800*
030900     IF SQLCODE NOT = 0
031000         EXEC SQL ROLLBACK END-EXEC
031100         DISPLAY "PERSHRQ : date invalide : " WS-HRQ-DATE
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 9999-FIN
031400     END-IF.
031500*
031600 3000-CONTROLER-DATE-EXIT.
031700     EXIT.
031800*
031900*==============================================================
032000* 4000-ETAT-A-LA-DATE - RESTITUE LA PERSONNE A LA DATE DEMANDEE.
032100*     PERSHIS COPIE L'IMAGE AVANT CHAQUE MOUVEMENT : L'IMAGE EN
032200*     VIGUEUR A LA DATE EST DONC CELLE DU PREMIER MOUVEMENT
032300*     POSTERIEUR A LA BORNE, OU, SANS MOUVEMENT DEPUIS, LA LIGNE
032400*     ACTUELLE DE PERSONNES. LE CURSEUR DES MOUVEMENTS EST OUVERT
032500*     ICI ET SA PREMIERE LIGNE LUE : 5000-MOUVEMENTS-DEPUIS
032600*     ENCHAINE SUR LES SUIVANTES. UN ID SANS LIGNE NI HISTORIQUE
032700*     EST INCONNU (CODE RETOUR 4).
032800*==============================================================
032900 4000-ETAT-A-LA-DATE.
033000     EXEC SQL
033100         SELECT COUNT(*) INTO :WS-NB-HISTORIQUE
033200         FROM personnes_historique
033300         WHERE id = :WS-SEARCH-ID
033400     END-EXEC.
033500*
033600     IF SQLCODE NOT = 0
033700         DISPLAY "Erreur SQL sur l'historique SQLCODE: " SQLCODE
033800         MOVE 16 TO RETURN-CODE
033900         GO TO 9999-FIN
034000     END-IF.
034100*
034200     EXEC SQL
034300         DECLARE C-HISTORIQUE CURSOR FOR
034400         SELECT TO_CHAR(horodatage, 'DD/MM/YYYY HH24:MI:SS'),
034500                action, programme, utilisateur, presente,
034600                COALESCE(nom, ''), COALESCE(prenom, ''),
034700                COALESCE(date_naissance, ''),
034800                COALESCE(adresse, ''), COALESCE(ville, ''),
034900                COALESCE(code_postal, ''),
035000                COALESCE(telephone, ''), COALESCE(email, ''),
035100                COALESCE(statut, ''), COALESCE(statut_date, ''),
035200                COALESCE(npai, ''), COALESCE(npai_date, '')
035300         FROM personnes_historique
035400         WHERE id = :WS-SEARCH-ID
035500           AND horodatage >= TO_TIMESTAMP(:WS-HRQ-BORNE,
035600                                          'YYYY-MM-DD')
035700         ORDER BY horodatage, historique_id
035800     END-EXEC.
035900*
036000     EXEC SQL
036100         OPEN C-HISTORIQUE
036200     END-EXEC.
036300*
036400     IF SQLCODE NOT = 0
036500         DISPLAY "Erreur a l'ouverture du curseur SQLCODE: "
036600             SQLCODE
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 9999-FIN
036900     END-IF.
037000*
037100     MOVE "N" TO WS-FIN-CURSEUR-SWITCH.
037200     PERFORM 4100-FETCH-MOUVEMENT
037300         THRU 4100-FETCH-MOUVEMENT-EXIT.
037400*
037500     IF FIN-CURSEUR
037600         PERFORM 4200-LIRE-LIGNE-ACTUELLE
037700             THRU 4200-LIRE-LIGNE-ACTUELLE-EXIT
037800     END-IF.
037900     MOVE WS-APRES TO WS-AVANT.
038000*
038100     IF AVT-PRESENTE NOT = "O" AND WS-NB-HISTORIQUE = ZEROS
038200         DISPLAY "Aucune personne ni historique pour l'id "
038300             WS-SEARCH-ID
038400         MOVE 4 TO RETURN-CODE
038500         GO TO 4000-ETAT-A-LA-DATE-EXIT
038600     END-IF.
038700*
038800     DISPLAY " ".
038900     DISPLAY "Personne " WS-SEARCH-ID " au " WS-HRQ-DATE " :".
039000     IF AVT-PRESENTE NOT = "O"
039100         DISPLAY "  Absente du fichier a cette date."
039200     ELSE
039300         DISPLAY "  Nom         : " AVT-NOM
039400         DISPLAY "  Prenom      : " AVT-PRENOM
039500         DISPLAY "  Naissance   : " AVT-NAISSANCE
039600         DISPLAY "  Adresse     : " AVT-ADRESSE
039700         DISPLAY "  Ville       : " AVT-VILLE
039800         DISPLAY "  Code postal : " AVT-CODE-POSTAL
039900         DISPLAY "  Telephone   : " AVT-TELEPHONE
040000         DISPLAY "  Email       : " AVT-EMAIL
040100         EVALUATE AVT-STATUT
040200             WHEN "P"
040300                 DISPLAY "  Statut      : PARTI  effet "
040400                     AVT-STATUT-DATE
040500             WHEN "D"
040600                 DISPLAY "  Statut      : DECEDE effet "
040700                     AVT-STATUT-DATE
040800             WHEN OTHER
040900                 DISPLAY "  Statut      : ACTIF"
041000         END-EVALUATE
041100         IF AVT-NPAI = "O"
041200             DISPLAY "  NPAI        : OUI depuis " AVT-NPAI-DATE
041300         ELSE
041400             DISPLAY "  NPAI        : NON"
041500         END-IF
041600     END-IF.
041700     MOVE 0 TO RETURN-CODE.
041800*
041900 4000-ETAT-A-LA-DATE-EXIT.
042000     EXIT.
042100*
042200*==============================================================
042300* 4100-FETCH-MOUVEMENT - RAMENE LE MOUVEMENT SUIVANT DANS
042400*     L'IMAGE APRES. SQLCODE = 100 MARQUE LA FIN DE L'HISTORIQUE.
042500*==============================================================
042600 4100-FETCH-MOUVEMENT.
042700     EXEC SQL
042800         FETCH C-HISTORIQUE
042900         INTO :APR-HORODATAGE, :APR-ACTION, :APR-PROGRAMME,
043000              :APR-UTILISATEUR, :APR-PRESENTE, :APR-NOM,
043100              :APR-PRENOM, :APR-NAISSANCE, :APR-ADRESSE,
043200              :APR-VILLE, :APR-CODE-POSTAL, :APR-TELEPHONE,
043300              :APR-EMAIL, :APR-STATUT, :APR-STATUT-DATE,
043400              :APR-NPAI, :APR-NPAI-DATE
043500     END-EXEC.
043600*
043700     EVALUATE SQLCODE
043800         WHEN 0
043900             CONTINUE
044000         WHEN 100
044100             SET FIN-CURSEUR TO TRUE
044200         WHEN OTHER
044300             DISPLAY "Erreur SQL sur le FETCH SQLCODE: " SQLCODE
044400             MOVE 16 TO RETURN-CODE
044500             GO TO 9999-FIN
044600     END-EVALUATE.
044700*
044800 4100-FETCH-MOUVEMENT-EXIT.
044900     EXIT.
045000*
045100*==============================================================
045200* 4200-LIRE-LIGNE-ACTUELLE - RAMENE DANS L'IMAGE APRES LA LIGNE
045300*     ACTUELLE DE PERSONNES, OU UNE IMAGE ABSENTE SI LA PERSONNE
045400*     N'Y EST PLUS (SUPPRIMEE, FUSIONNEE, PURGEE).
045500*==============================================================
045600 4200-LIRE-LIGNE-ACTUELLE.
045700     MOVE SPACES TO WS-APRES.
045800*
045900     EXEC SQL
046000         SELECT 'O', COALESCE(nom, ''), COALESCE(prenom, ''),
046100                COALESCE(date_naissance, ''),
046200                COALESCE(adresse, ''), COALESCE(ville, ''),
046300                COALESCE(code_postal, ''),
046400                COALESCE(telephone, ''), COALESCE(email, ''),
046500                COALESCE(statut, 'A'), COALESCE(statut_date, ''),
046600                COALESCE(npai, 'N'), COALESCE(npai_date, '')
046700         INTO :APR-PRESENTE, :APR-NOM, :APR-PRENOM,
046800              :APR-NAISSANCE, :APR-ADRESSE, :APR-VILLE,
046900              :APR-CODE-POSTAL, :APR-TELEPHONE, :APR-EMAIL,
047000              :APR-STATUT, :APR-STATUT-DATE,
047100              :APR-NPAI, :APR-NPAI-DATE
047200         FROM personnes
047300         WHERE id = :WS-SEARCH-ID
047400     END-EXEC.
047500*
047600     EVALUATE SQLCODE
047700         WHEN 0
047800             CONTINUE
047900         WHEN 100
048000             MOVE SPACES TO WS-APRES
048100             MOVE "N" TO APR-PRESENTE
048200         WHEN OTHER
048300             DISPLAY "Erreur SQL sur la recherche SQLCODE: "
048400                 SQLCODE
048500             MOVE 16 TO RETURN-CODE
048600             GO TO 9999-FIN
048700     END-EVALUATE.
048800*
048900 4200-LIRE-LIGNE-ACTUELLE-EXIT.
049000     EXIT.
049100*
049200*==============================================================
049300* 5000-MOUVEMENTS-DEPUIS - LISTE LES MOUVEMENTS POSTERIEURS A LA
049400*     DATE. CHAQUE LIGNE D'HISTORIQUE PORTE L'IMAGE AVANT SON
049500*     MOUVEMENT ; L'IMAGE APRES EST CELLE DE LA LIGNE SUIVANTE
049600*     OU, POUR LE DERNIER MOUVEMENT, LA LIGNE ACTUELLE.
049700*==============================================================
049800 5000-MOUVEMENTS-DEPUIS.
049900     DISPLAY " ".
050000     DISPLAY "Mouvements depuis le " WS-HRQ-DATE " :".
050100*
050200     PERFORM 5100-COMPARER-IMAGES
050300         THRU 5100-COMPARER-IMAGES-EXIT
050400         UNTIL FIN-CURSEUR.
050500*
050600     EXEC SQL
050700         CLOSE C-HISTORIQUE
050800     END-EXEC.
050900*
051000     IF WS-NB-MOUVEMENTS = ZEROS
051100         DISPLAY "  Aucun mouvement."
051200     ELSE
051300         DISPLAY " "
051400         DISPLAY "Total mouvements : " WS-NB-MOUVEMENTS
051500     END-IF.
051600*
051700 5000-MOUVEMENTS-DEPUIS-EXIT.
051800     EXIT.
051900*
052000*==============================================================
052100* 5100-COMPARER-IMAGES - LIT LE MOUVEMENT SUIVANT (OU LA LIGNE
052200*     ACTUELLE EN FIN D'HISTORIQUE) ET AFFICHE, RUBRIQUE PAR
052300*     RUBRIQUE, CE QUE LE MOUVEMENT COURANT A CHANGE. L'IMAGE
052400*     APRES DEVIENT ENSUITE L'IMAGE AVANT (LECTURE D'AVANCE).
052500*==============================================================
052600 5100-COMPARER-IMAGES.
052700     PERFORM 4100-FETCH-MOUVEMENT
052800         THRU 4100-FETCH-MOUVEMENT-EXIT.
052900     IF FIN-CURSEUR
053000         PERFORM 4200-LIRE-LIGNE-ACTUELLE
053100             THRU 4200-LIRE-LIGNE-ACTUELLE-EXIT
053200     END-IF.
053300*
053400     ADD 1 TO WS-NB-MOUVEMENTS.
053500     MOVE ZEROS TO WS-NB-RUBRIQUES.
053600     EVALUATE AVT-ACTION
053700         WHEN "A"
053800             MOVE "AJOUT" TO WS-LIBELLE-ACTION
053900         WHEN "M"
054000             MOVE "MODIFICATION" TO WS-LIBELLE-ACTION
054100         WHEN "S"
054200             MOVE "SUPPRESSION" TO WS-LIBELLE-ACTION
054300         WHEN "F"
054400             MOVE "FUSION" TO WS-LIBELLE-ACTION
054500         WHEN "P"
054600             MOVE "PURGE" TO WS-LIBELLE-ACTION
054700         WHEN "R"
054800             MOVE "REINTEGRATION" TO WS-LIBELLE-ACTION
054900         WHEN "N"
055000             MOVE "NPAI" TO WS-LIBELLE-ACTION
055100         WHEN OTHER
055200             MOVE AVT-ACTION TO WS-LIBELLE-ACTION
055300     END-EVALUATE.
055400*
055500     DISPLAY " ".
055600     DISPLAY "  " AVT-HORODATAGE " " WS-LIBELLE-ACTION
055700         " par " AVT-PROGRAMME " (" AVT-UTILISATEUR ")".
055800*
055900     IF AVT-PRESENTE NOT = APR-PRESENTE
056000         ADD 1 TO WS-NB-RUBRIQUES
056100         IF APR-PRESENTE = "O"
056200             DISPLAY "    Presence    : absente -> presente"
056300         ELSE
056400             DISPLAY "    Presence    : presente -> absente"
056500         END-IF
056600     END-IF.
056700*
056800     IF APR-PRESENTE = "O"
056900         PERFORM 5200-COMPARER-RUBRIQUES
057000             THRU 5200-COMPARER-RUBRIQUES-EXIT
057100     END-IF.
057200*
057300     IF WS-NB-RUBRIQUES = ZEROS
057400         DISPLAY "    Aucune rubrique modifiee."
057500     END-IF.
057600*
057700     MOVE WS-APRES TO WS-AVANT.
057800*
057900 5100-COMPARER-IMAGES-EXIT.
058000     EXIT.
058100*
058200*==============================================================
058300* 5200-COMPARER-RUBRIQUES - AFFICHE CHAQUE RUBRIQUE DONT LA
058400*     VALEUR DIFFERE ENTRE L'IMAGE AVANT ET L'IMAGE APRES, SOUS
058500*     LA FORME  ANCIENNE -> NOUVELLE. APRES UNE CREATION (IMAGE
058600*     AVANT ABSENTE), TOUTES LES RUBRIQUES RENSEIGNEES SORTENT.
058700*==============================================================
058800 5200-COMPARER-RUBRIQUES.
058900     IF AVT-NOM NOT = APR-NOM
059000         ADD 1 TO WS-NB-RUBRIQUES
059100         DISPLAY "    Nom         : " FUNCTION TRIM(AVT-NOM)
059200             " -> " FUNCTION TRIM(APR-NOM)
059300     END-IF.
059400     IF AVT-PRENOM NOT = APR-PRENOM
059500         ADD 1 TO WS-NB-RUBRIQUES
059600         DISPLAY "    Prenom      : " FUNCTION TRIM(AVT-PRENOM)
059700             " -> " FUNCTION TRIM(APR-PRENOM)
059800     END-IF.
059900     IF AVT-NAISSANCE NOT = APR-NAISSANCE
060000         ADD 1 TO WS-NB-RUBRIQUES
060100         DISPLAY "    Naissance   : " AVT-NAISSANCE
060200             " -> " APR-NAISSANCE
060300     END-IF.
060400     IF AVT-ADRESSE NOT = APR-ADRESSE
060500         ADD 1 TO WS-NB-RUBRIQUES
060600         DISPLAY "    Adresse     : " FUNCTION TRIM(AVT-ADRESSE)
060700             " -> " FUNCTION TRIM(APR-ADRESSE)
060800     END-IF.
060900     IF AVT-VILLE NOT = APR-VILLE
061000         ADD 1 TO WS-NB-RUBRIQUES
061100         DISPLAY "    Ville       : " FUNCTION TRIM(AVT-VILLE)
061200             " -> " FUNCTION TRIM(APR-VILLE)
061300     END-IF.
061400     IF AVT-CODE-POSTAL NOT = APR-CODE-POSTAL
061500         ADD 1 TO WS-NB-RUBRIQUES
061600         DISPLAY "    Code postal : " AVT-CODE-POSTAL
061700             " -> " APR-CODE-POSTAL
061800     END-IF.
061900     IF AVT-TELEPHONE NOT = APR-TELEPHONE
062000         ADD 1 TO WS-NB-RUBRIQUES
062100         DISPLAY "    Telephone   : " AVT-TELEPHONE
062200             " -> " APR-TELEPHONE
062300     END-IF.
062400     IF AVT-EMAIL NOT = APR-EMAIL
062500         ADD 1 TO WS-NB-RUBRIQUES
062600         DISPLAY "    Email       : " FUNCTION TRIM(AVT-EMAIL)
062700             " -> " FUNCTION TRIM(APR-EMAIL)
062800     END-IF.
062900     IF AVT-STATUT NOT = APR-STATUT
063000         OR AVT-STATUT-DATE NOT = APR-STATUT-DATE
063100         ADD 1 TO WS-NB-RUBRIQUES
063200         DISPLAY "    Statut      : " AVT-STATUT " "
063300             AVT-STATUT-DATE " -> " APR-STATUT " "
063400             APR-STATUT-DATE
063500     END-IF.
063600     IF AVT-NPAI NOT = APR-NPAI
063700         OR AVT-NPAI-DATE NOT = APR-NPAI-DATE
063800         ADD 1 TO WS-NB-RUBRIQUES
063900         DISPLAY "    NPAI        : " AVT-NPAI " "
064000             AVT-NPAI-DATE " -> " APR-NPAI " " APR-NPAI-DATE
064100     END-IF.
064200*
064300 5200-COMPARER-RUBRIQUES-EXIT.
064400     EXIT.
064500*
064600*==============================================================
064700* 6000-TRACER-CONSULTATION - TRACE LA CONSULTATION DANS
064800*     PERSONNES_AUDIT (ACTION L), PERSONNE CONNUE OU NON, AVEC LA
064900*     DATE DEMANDEE EN ANCIENNE VALEUR. AUCUNE DONNEE N'EST
065000*     MODIFIEE ; UN ECHEC DE LA TRACE EST UN AVERTISSEMENT.
065100*==============================================================
065200 6000-TRACER-CONSULTATION.
065300     SET AUD-ACTION-RECHERCHE TO TRUE.
065400     MOVE SPACES TO AUD-ANCIENNE-VALEUR.
065500     STRING "HISTORIQUE AU " DELIMITED BY SIZE
065600            WS-HRQ-DATE      DELIMITED BY SIZE
065700         INTO AUD-ANCIENNE-VALEUR.
065800     IF AVT-PRESENTE = "O"
065900         MOVE AVT-NOM TO AUD-NOUVELLE-VALEUR
066000     ELSE
066100         MOVE SPACES TO AUD-NOUVELLE-VALEUR
066200     END-IF.
066300*
066400     EXEC SQL
066500         INSERT INTO personnes_audit
066600             (id, action, ancienne_valeur, nouvelle_valeur,
066700              utilisateur)
066800         VALUES
066900             (:WS-SEARCH-ID, :AUD-ACTION, :AUD-ANCIENNE-VALEUR,
067000              :AUD-NOUVELLE-VALEUR, :AUD-UTILISATEUR)
067100     END-EXEC.
067200*
067300     IF SQLCODE NOT = 0
067400         DISPLAY "Avertissement - trace d'audit non ecrite, "
067500             "SQLCODE: " SQLCODE
067600         EXEC SQL ROLLBACK END-EXEC
067700     ELSE
067800         EXEC SQL COMMIT END-EXEC
067900     END-IF.
068000*
068100 6000-TRACER-CONSULTATION-EXIT.
068200     EXIT.
068300*
068400*==============================================================
068500* 9999-FIN - DECONNEXION ET FIN DE TRAITEMENT.
068600*==============================================================
068700 9999-FIN.
068800     IF CONNEXION-OUVERTE
068900         DISPLAY "Deconnexion reussie."
069000     END-IF.
069100     STOP RUN.
