001100*   2026-08-22  JM   CREATION - JOURNAL DES PASSAGES BATCH
001200*                    (PROGRAMME, DEBUT, VOLUMES ATTENDU ET
001300*                    TRAITE, CODE RETOUR, INDICATEUR DE REPRISE).
001310*   2026-10-15  JM   AJOUT DU MODE D'EXTRACTION (PERSEXT : C
001320*                    COMPLET, D DELTA, F PAR FOYER ; ESPACE POUR
001330*                    LES AUTRES PROGRAMMES).
001340*   2026-10-15  JM   AJOUT DES VOLUMES EN SUSPENS ET NON
001350*                    RAPPROCHES DES PROGRAMMES DE RAPPROCHEMENT
001360*                    (PERSDCD ; ZERO POUR LES AUTRES PROGRAMMES).
001370*   2026-10-15  JM   JRN-NB-NON-RAPPROCHE EST AUSSI RENSEIGNE PAR
001380*                    PERSBVA (ADRESSES NON PLACEES DANS UN BUREAU
001390*                    DE VOTE) ; JRN-NB-SUSPENDU RESTE A ZERO POUR
001395*                    PERSBVA.
001400*--------------------------------------------------------------
001500 01  PERS-JOURNAL-RECORD.
001600     05  JRN-PROGRAMME           PIC X(08).
002100     05  JRN-REPRISE             PIC X(01).
002200         88  JRN-PASSAGE-REPRIS              VALUE "O".
002300         88  JRN-PASSAGE-NORMAL              VALUE "N".
002400     05  JRN-MODE                PIC X(01).
002500     05  JRN-NB-SUSPENDU         PIC 9(09).
002600     05  JRN-NB-NON-RAPPROCHE    PIC 9(09).
