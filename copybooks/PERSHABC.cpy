000100*--------------------------------------------------------------
000200* PERSHABC - ZONE D'ECHANGE DU CONTROLE D'HABILITATION DES
000300*     OPERATEURS (SOUS-PROGRAMME PERSHAB, TABLE OPERATEURS).
000400*     PASSEE EN PARAMETRE UNIQUE DU CALL. L'APPELANT RENSEIGNE
000500*     LE PROGRAMME, LE MODE DEMANDE, L'ID VISE (ZERO EN BATCH)
000600*     ET LE ROLE REQUIS ; PERSHAB REND L'UTILISATEUR, SON ROLE,
000700*     LE CODE DE COMPTE RENDU ET LE MOTIF D'UN REFUS. PARTAGEE
000800*     PAR TOUS LES PROGRAMMES DE LA CHAINE. L'APPELANT DOIT
000900*     AVOIR OUVERT LA CONNEXION AVANT L'APPEL.
001000*--------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*   2026-10-15  JM   CREATION - ROLE REQUIS (CONSULTATION, AGENT,
001300*                    SUPERVISEUR), UTILISATEUR ET ROLE RETENUS,
001400*                    CODE DE COMPTE RENDU ET MOTIF DU REFUS.
001500*--------------------------------------------------------------
001600 01  HAB-CONTROLE.
001700     05  HAB-PROGRAMME           PIC X(08).
001800     05  HAB-MODE                PIC X(10).
001900     05  HAB-ID                  PIC 9(09).
002000     05  HAB-ROLE-REQUIS         PIC X(01).
002100         88  HAB-REQUIS-CONSULTATION         VALUE "C".
002200         88  HAB-REQUIS-AGENT                VALUE "A".
002300         88  HAB-REQUIS-SUPERVISEUR          VALUE "S".
002400     05  HAB-UTILISATEUR         PIC X(08).
002500     05  HAB-ROLE                PIC X(01).
002600     05  HAB-CODE-RETOUR         PIC 9(02).
002700         88  HAB-ACCEPTE                     VALUE 00.
002800         88  HAB-REFUSE                      VALUE 08.
002900         88  HAB-ERREUR-SQL                  VALUE 12.
003000     05  HAB-MOTIF               PIC X(60).
