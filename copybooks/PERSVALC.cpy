000400*     SECOND PARAMETRE DU CALL, APRES LA LIGNE PERS-RECORD
000500*     (COPYBOOK PERSREC). PARTAGEE PAR TOUS LES PROGRAMMES QUI
000600*     ECRIVENT DANS PERSONNES (PERSMNT, PERSLOAD).
000625*     LE CONTROLE DU CODE POSTAL ET DE LA VILLE SUR LE
000650*     REFERENTIEL DES COMMUNES LIT LA BASE : LE CODE 12 SIGNALE
000660*     UNE ERREUR SQL, QUI LAISSE LA TRANSACTION DE L'APPELANT A
000675*     ANNULER.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-08-22  JM   CREATION - CODE DE CONTROLE ET MESSAGE
001000*                    RETOURNES PAR PERSVAL (DATE DE NAISSANCE,
001100*                    CODE POSTAL, TELEPHONE, EMAIL).
001116*   2026-10-15  JM   CODES 05 (CODE POSTAL ABSENT DU REFERENTIEL
001133*                    DES COMMUNES), 06 (VILLE SANS COMMUNE DE CE
001150*                    CODE POSTAL) ET 12 (ERREUR SQL) ; ZONE
001166*                    VAL-SUGGESTION : CODE POSTAL DE LA VILLE
001183*                    (CODE 05) OU LIBELLE DE REFERENCE (CODE 06).
001200*--------------------------------------------------------------
001300 01  VAL-CONTROLE.
001400     05  VAL-CODE-RETOUR         PIC 9(02).
001700         88  VAL-CP-INVALIDE                 VALUE 02.
001800         88  VAL-TEL-INVALIDE                VALUE 03.
001900         88  VAL-EMAIL-INVALIDE              VALUE 04.
001925         88  VAL-CP-INCONNU                  VALUE 05.
001950         88  VAL-VILLE-INVALIDE              VALUE 06.
001975         88  VAL-ERREUR-SQL                  VALUE 12.
002000     05  VAL-MESSAGE             PIC X(80).
002010     05  VAL-SUGGESTION          PIC X(50).
