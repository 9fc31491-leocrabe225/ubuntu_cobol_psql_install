001700*                    CONTROLE EN DEFAUT ARRETE L'EXAMEN ET
001800*                    RENSEIGNE LE CODE ET LE MESSAGE DU COMPTE
001900*                    RENDU (COPYBOOK PERSVALC).
001906*   2026-10-15  JM   CONTROLE DU CODE POSTAL ET DE LA VILLE SUR LE
001912*                    REFERENTIEL DES COMMUNES DE LA POSTE (TABLE
001918*                    COMMUNES, CHARGEE PAR PERSCOM) : UN CODE
001925*                    POSTAL ABSENT DU REFERENTIEL EST REFUSE EN
001931*                    CODE 05, UNE VILLE QUI NE CORRESPOND A AUCUNE
001937*                    COMMUNE DE CE CODE POSTAL EN CODE 06, AVEC LA
001943*                    SUGGESTION DE REFERENCE DANS VAL-SUGGESTION.
001950*                    LA COMPARAISON PORTE SUR LES FORMES
001956*                    NORMALISEES (FONCTION COMMUNE_NORMALISEE).
001962*                    TANT QUE LE REFERENTIEL EST VIDE LE CONTROLE
001968*                    EST NEUTRE. PERSVAL UTILISE LA CONNEXION DE
001975*                    L'APPELANT, SUR LE MODELE DE PERSNID (NI
001981*                    CONNEXION NI VALIDATION) ; UNE ERREUR SQL EST
001987*                    RENDUE EN CODE 12, L'APPELANT ANNULE SA
001993*                    TRANSACTION.
002000*--------------------------------------------------------------
002100*
002200 ENVIRONMENT DIVISION.
004500*--------------------------------------------------------------
004600 01  WS-CP-DETASSE               PIC X(10).
004700*
004707*--------------------------------------------------------------
004715* ZONE DE TRAVAIL DU CONTROLE SUR LE REFERENTIEL DES COMMUNES.
004723* LA PRESENCE DU REFERENTIEL EST VERIFIEE AU PREMIER APPEL ET
004730* RETENUE POUR LES APPELS SUIVANTS DU MEME PASSAGE.
004738*--------------------------------------------------------------
004746 77  WS-REFERENTIEL-SWITCH       PIC X(01)   VALUE SPACE.
004753     88  REFERENTIEL-A-VERIFIER              VALUE SPACE.
004761     88  REFERENTIEL-CHARGE                  VALUE "O".
004769     88  REFERENTIEL-VIDE                    VALUE "V".
004776*
004784 01  WS-SQLCODE-EDITE            PIC -(08)9.
004792*
004800*--------------------------------------------------------------
004900* ZONE DE TRAVAIL DU CONTROLE DU TELEPHONE. LES SEPARATEURS
005000* USUELS (ESPACE, POINT, TIRET, PARENTHESES) SONT TOLERES ; LE
007600*
007700 01  WS-INDICE                   PIC 9(03)   COMP.
007800*
007809 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007818 01  WS-VAL-CODE-POSTAL          PIC X(05).
007827 01  WS-VAL-VILLE                PIC X(100).
007836 01  WS-VAL-SUGGESTION           PIC X(50).
007845 01  WS-NB-COMMUNES              PIC 9(09).
007854 01  WS-NB-CONCORDANTES          PIC 9(09).
007863 EXEC SQL END DECLARE SECTION END-EXEC.
007872*
007881 EXEC SQL INCLUDE SQLCA END-EXEC.
007890*
007900 LINKAGE SECTION.
008000     COPY PERSREC.
008100     COPY PERSVALC.
009100 0000-CONTROLE.
009200     MOVE ZEROS  TO VAL-CODE-RETOUR.
009300     MOVE SPACES TO VAL-MESSAGE.
009350     MOVE SPACES TO VAL-SUGGESTION.
009400*
009500     PERFORM 1000-CONTROLE-DATE
009600         THRU 1000-CONTROLE-DATE-EXIT.
010300     IF NOT VAL-ACCEPTE
010400         GO TO 9999-RETOUR
010500     END-IF.
010514*
010528     PERFORM 2500-CONTROLE-COMMUNE
010542         THRU 2500-CONTROLE-COMMUNE-EXIT.
010557     IF NOT VAL-ACCEPTE
010571         GO TO 9999-RETOUR
010585     END-IF.
010600*
010700     PERFORM 3000-CONTROLE-TELEPHONE
010800         THRU 3000-CONTROLE-TELEPHONE-EXIT.
022300 2000-CONTROLE-CODE-POSTAL-EXIT.
022400     EXIT.
022500*
022501*==============================================================
022502* 2500-CONTROLE-COMMUNE - LE CODE POSTAL, DEJA RECONNU CONFORME,
022503*     DOIT FIGURER AU REFERENTIEL DES COMMUNES, ET LA VILLE DOIT
022504*     CORRESPONDRE A L'UNE DES COMMUNES DE CE CODE POSTAL (NOM DE
022505*     LA COMMUNE OU LIBELLE D'ACHEMINEMENT, COMPARES SOUS LEUR
022506*     FORME NORMALISEE). UN CODE POSTAL A ESPACES, OU UNE VILLE A
022507*     ESPACES, EST ACCEPTE ; UN REFERENTIEL VIDE NEUTRALISE LE
022508*     CONTROLE. LE REFUS PORTE LA SUGGESTION DE REFERENCE.
022509*==============================================================
022510 2500-CONTROLE-COMMUNE.
022511     IF PERS-CODE-POSTAL = SPACES
022512         GO TO 2500-CONTROLE-COMMUNE-EXIT
022513     END-IF.
022514*
022515     IF REFERENTIEL-A-VERIFIER
022516         PERFORM 2600-VERIFIER-REFERENTIEL
022517             THRU 2600-VERIFIER-REFERENTIEL-EXIT
022518     END-IF.
022519*
022520     IF NOT REFERENTIEL-CHARGE
022521         GO TO 2500-CONTROLE-COMMUNE-EXIT
022522     END-IF.
022523*
022524     MOVE WS-CP-DETASSE(1:5) TO WS-VAL-CODE-POSTAL.
022525     MOVE PERS-VILLE TO WS-VAL-VILLE.
022526     MOVE SPACES TO WS-VAL-SUGGESTION.
022527*
022528     EXEC SQL
022529         SELECT COUNT(*),
022530                COALESCE(SUM(CASE
022531                    WHEN commune_normalisee(:WS-VAL-VILLE)
022532                         IN (libelle_normalise,
022533                             acheminement_normalise)
022534                    THEN 1 ELSE 0 END), 0)
022535         INTO :WS-NB-COMMUNES, :WS-NB-CONCORDANTES
022536         FROM communes
022537         WHERE code_postal = :WS-VAL-CODE-POSTAL
022538     END-EXEC.
022539*
022540     IF SQLCODE NOT = 0
022541         PERFORM 2900-ERREUR-SQL
022542             THRU 2900-ERREUR-SQL-EXIT
022543         GO TO 2500-CONTROLE-COMMUNE-EXIT
022544     END-IF.
022545*
022546     IF WS-NB-COMMUNES = ZEROS
022547         PERFORM 2700-SUGGERER-CODE-POSTAL
022548             THRU 2700-SUGGERER-CODE-POSTAL-EXIT
022549         GO TO 2500-CONTROLE-COMMUNE-EXIT
022550     END-IF.
022551*
022552     IF PERS-VILLE NOT = SPACES
022553         AND WS-NB-CONCORDANTES = ZEROS
022554         PERFORM 2800-SUGGERER-VILLE
022555             THRU 2800-SUGGERER-VILLE-EXIT
022556     END-IF.
022557*
022558 2500-CONTROLE-COMMUNE-EXIT.
022559     EXIT.
022560*
022561*==============================================================
022562* 2600-VERIFIER-REFERENTIEL - VERIFIE UNE FOIS PAR PASSAGE QUE LE
022563*     REFERENTIEL DES COMMUNES EST CHARGE. VIDE (PERSCOM JAMAIS
022564*     PASSE), LE CONTROLE EST NEUTRALISE ET SIGNALE UNE SEULE FOIS
022565*     EN AVERTISSEMENT.
022566*==============================================================
022567 2600-VERIFIER-REFERENTIEL.
022568     EXEC SQL
022569         SELECT COUNT(*) INTO :WS-NB-COMMUNES
022570         FROM communes
022571     END-EXEC.
022572*
022573     IF SQLCODE NOT = 0
022574         PERFORM 2900-ERREUR-SQL
022575             THRU 2900-ERREUR-SQL-EXIT
022576         GO TO 2600-VERIFIER-REFERENTIEL-EXIT
022577     END-IF.
022578*
022579     IF WS-NB-COMMUNES = ZEROS
022580         SET REFERENTIEL-VIDE TO TRUE
022581         DISPLAY "Avertissement - PERSVAL : referentiel des "
022582             "communes vide, controle code postal / ville "
022583             "neutralise."
022584     ELSE
022585         SET REFERENTIEL-CHARGE TO TRUE
022586     END-IF.
022587*
022588 2600-VERIFIER-REFERENTIEL-EXIT.
022589     EXIT.
022590*
022591*==============================================================
022592* 2700-SUGGERER-CODE-POSTAL - REFUSE LE CODE POSTAL ABSENT DU
022593*     REFERENTIEL (CODE 05) ET PROPOSE, SI LA VILLE EST SAISIE ET
022594*     CONNUE DU REFERENTIEL, LE PLUS PETIT DE SES CODES POSTAUX.
022595*==============================================================
022596 2700-SUGGERER-CODE-POSTAL.
022597     IF PERS-VILLE NOT = SPACES
022598         EXEC SQL
022599             SELECT COALESCE(MIN(code_postal), ' ')
022600             INTO :WS-VAL-SUGGESTION
022601             FROM communes
022602             WHERE commune_normalisee(:WS-VAL-VILLE)
022603                   IN (libelle_normalise, acheminement_normalise)
022604         END-EXEC
022605         IF SQLCODE NOT = 0
022606             PERFORM 2900-ERREUR-SQL
022607                 THRU 2900-ERREUR-SQL-EXIT
022608             GO TO 2700-SUGGERER-CODE-POSTAL-EXIT
022609         END-IF
022610     END-IF.
022611*
022612     SET VAL-CP-INCONNU TO TRUE.
022613     MOVE WS-VAL-SUGGESTION TO VAL-SUGGESTION.
022614*
022615     IF VAL-SUGGESTION = SPACES
022616         MOVE "CODE POSTAL ABSENT DU REFERENTIEL DES COMMUNES"
022617             TO VAL-MESSAGE
022618     ELSE
022619         STRING "CODE POSTAL ABSENT DU REFERENTIEL - CP DE LA "
022620                "VILLE : "              DELIMITED BY SIZE
022621                VAL-SUGGESTION(1:5)     DELIMITED BY SIZE
022622             INTO VAL-MESSAGE
022623     END-IF.
022624*
022625 2700-SUGGERER-CODE-POSTAL-EXIT.
022626     EXIT.
022627*
022628*==============================================================
022629* 2800-SUGGERER-VILLE - REFUSE LA VILLE SANS COMMUNE DE CE CODE
022630*     POSTAL (CODE 06) ET PROPOSE LE LIBELLE D'ACHEMINEMENT DE
022631*     REFERENCE : CELUI DE LA COMMUNE DU CODE POSTAL DONT LE NOM
022632*     COMMENCE COMME LA VILLE SAISIE (FAUTE DE FRAPPE EN FIN DE
022633*     MOT), A DEFAUT LE PREMIER DANS L'ORDRE ALPHABETIQUE.
022634*==============================================================
022635 2800-SUGGERER-VILLE.
022636     EXEC SQL
022637         SELECT libelle_acheminement
022638         INTO :WS-VAL-SUGGESTION
022639         FROM communes
022640         WHERE code_postal = :WS-VAL-CODE-POSTAL
022641         ORDER BY CASE
022642                      WHEN LEFT(libelle_normalise, 3) =
022643                           LEFT(commune_normalisee(
022644                                    :WS-VAL-VILLE), 3)
022645                      THEN 0 ELSE 1 END,
022646                  libelle_acheminement, libelle
022648         LIMIT 1
022649     END-EXEC.
022650*
022652     IF SQLCODE NOT = 0
022653         PERFORM 2900-ERREUR-SQL
022654             THRU 2900-ERREUR-SQL-EXIT
022656         GO TO 2800-SUGGERER-VILLE-EXIT
022657     END-IF.
022658*
022660     SET VAL-VILLE-INVALIDE TO TRUE.
022661     MOVE WS-VAL-SUGGESTION TO VAL-SUGGESTION.
022662     STRING "VILLE INCONNUE POUR CE CP, PROPOSITION : "
022664                                        DELIMITED BY SIZE
022665            VAL-SUGGESTION              DELIMITED BY SIZE
022666         INTO VAL-MESSAGE.
022668*
022669 2800-SUGGERER-VILLE-EXIT.
022670     EXIT.
022672*
022673*==============================================================
022674* 2900-ERREUR-SQL - UNE ERREUR SQL SUR LE REFERENTIEL EST RENDUE
022676*     EN CODE 12 : LA TRANSACTION DE L'APPELANT EST A ANNULER.
022677*==============================================================
022678 2900-ERREUR-SQL.
022680     MOVE SQLCODE TO WS-SQLCODE-EDITE.
022681     DISPLAY "PERSVAL : erreur SQL sur le referentiel des "
022682         "communes SQLCODE: " WS-SQLCODE-EDITE.
022684*
022685     SET VAL-ERREUR-SQL TO TRUE.
022686     MOVE SPACES TO VAL-MESSAGE.
022688     STRING "ERREUR SQL SUR LE REFERENTIEL DES COMMUNES "
022689            "SQLCODE " DELIMITED BY SIZE
022690            WS-SQLCODE-EDITE DELIMITED BY SIZE
022692         INTO VAL-MESSAGE.
022693*
022694 2900-ERREUR-SQL-EXIT.
022696     EXIT.
022697*
022698*==============================================================
022700* 3000-CONTROLE-TELEPHONE - LE TELEPHONE DOIT PORTER 10 CHIFFRES
022800*     (OU 11 DERRIERE UN "+" DE TETE), LES SEPARATEURS USUELS
022900*     ETANT TOLERES. UNE RUBRIQUE A ESPACES EST ACCEPTEE.
