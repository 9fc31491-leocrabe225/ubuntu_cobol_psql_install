001391*   2026-09-03  JM   AJOUT DE L'ACTION N (MARQUAGE NPAI PAR
001392*                    PERSNPA D'APRES LE FICHIER DE RETOURS DU
001393*                    BUREAU DE ROUTAGE).
001394*   2026-10-15  JM   AJOUT DE L'ACTION D (PRODUCTION D'UN DOSSIER
001395*                    DE DROIT D'ACCES PAR PERSDAC).
001396*   2026-10-15  JM   AJOUT DE L'ACTION H (LANCEMENT REFUSE PAR LE
001397*                    CONTROLE D'HABILITATION PERSHAB).
001400*--------------------------------------------------------------
001500 01  PERS-AUDIT-RECORD.
001600     05  AUD-ACTION              PIC X(01).
002020         88  AUD-ACTION-ARCHIVAGE            VALUE "P".
002030         88  AUD-ACTION-REINTEGRATION        VALUE "R".
002040         88  AUD-ACTION-NPAI                 VALUE "N".
002050         88  AUD-ACTION-DOSSIER              VALUE "D".
002060         88  AUD-ACTION-HABILITATION         VALUE "H".
002100     05  AUD-ANCIENNE-VALEUR     PIC X(100).
002200     05  AUD-NOUVELLE-VALEUR     PIC X(100).
002300     05  AUD-UTILISATEUR         PIC X(08).
