000100*--------------------------------------------------------------
000200* PERSRCVC - ZONE D'ECHANGE DU CONTROLE DES FICHIERS RECUS
000300*     (SOUS-PROGRAMME PERSRCV, TABLE FICHIERS_RECUS). PASSEE EN
000400*     PARAMETRE UNIQUE DU CALL. FONCTION C (CONTROLE) : AVANT
000500*     TOUTE APPLICATION, L'APPELANT RENSEIGNE LE FLUX, LES
000600*     RUBRIQUES DE L'ENREGISTREMENT ENTETE, LE NOMBRE ANNONCE PAR
000700*     L'ENREGISTREMENT FIN ET LE NOMBRE DE LIGNES DE DETAIL LUES ;
000800*     PERSRCV REND LE VERDICT ET INSCRIT LA PRESENTATION DU
000900*     FICHIER. FONCTION A (APPLIQUE) : EN FIN DE PASSAGE,
001000*     L'APPELANT RENSEIGNE LE NOMBRE DE LIGNES TRAITEES ET
001100*     PERSRCV MARQUE LE FICHIER APPLIQUE. PARTAGEE PAR PERSLOAD,
001200*     PERSMVT ET PERSNPA. L'APPELANT DOIT AVOIR OUVERT LA
001300*     CONNEXION ET DECIDE DU COMMIT/ROLLBACK AU RETOUR.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-10-15  JM   CREATION - ENTETE, FIN, VOLUMES, FORCAGE ET
001700*                    COMPTE RENDU DE PERSRCV.
001710*   2026-10-15  JM   RCV-REPRISE (PARM REPRISE DE L'APPELANT) ET
001720*                    REFUS 25 D'UN FICHIER RESTE EN COURS SANS
001730*                    REPRISE DEMANDEE.
001800*--------------------------------------------------------------
001900 01  RCV-CONTROLE.
002000     05  RCV-FONCTION            PIC X(01).
002100         88  RCV-FONCTION-CONTROLE           VALUE "C".
002200         88  RCV-FONCTION-APPLIQUE           VALUE "A".
002300     05  RCV-FLUX                PIC X(08).
002400     05  RCV-PROGRAMME           PIC X(08).
002500     05  RCV-UTILISATEUR         PIC X(08).
002600     05  RCV-FORCAGE             PIC X(01).
002700         88  RCV-RUPTURE-FORCEE              VALUE "O".
002750     05  RCV-REPRISE             PIC X(01).
002760         88  RCV-REPRISE-DEMANDEE            VALUE "O".
002800     05  RCV-ENTETE-SWITCH       PIC X(01).
002900         88  RCV-ENTETE-PRESENTE             VALUE "O".
003000     05  RCV-EMETTEUR            PIC X(20).
003100     05  RCV-TYPE-FICHIER        PIC X(08).
003200     05  RCV-SEQUENCE-EDIT       PIC X(09).
003300     05  RCV-DATE-PRODUCTION     PIC X(10).
003400     05  RCV-FIN-SWITCH          PIC X(01).
003500         88  RCV-FIN-PRESENTE                VALUE "O".
003600     05  RCV-NB-ANNONCE-EDIT     PIC X(09).
003700     05  RCV-NB-LUES             PIC 9(09).
003800     05  RCV-NB-TRAITEES         PIC 9(09).
003900     05  RCV-SEQUENCE            PIC 9(09).
004000     05  RCV-DERNIERE-SEQUENCE   PIC 9(09).
004100     05  RCV-MOTIF               PIC X(50).
004200     05  RCV-CODE-RETOUR         PIC 9(02).
004300         88  RCV-ACCEPTE                     VALUE 00.
004400         88  RCV-ERREUR-SQL                  VALUE 12.
004500         88  RCV-REFUS-STRUCTURE             VALUE 21.
004600         88  RCV-REFUS-DEJA-APPLIQUE         VALUE 22.
004700         88  RCV-REFUS-RUPTURE               VALUE 23.
004800         88  RCV-REFUS-NOMBRE                VALUE 24.
004850         88  RCV-REFUS-EN-COURS              VALUE 25.
004900         88  RCV-REFUSE                      VALUE 21 THRU 25.
