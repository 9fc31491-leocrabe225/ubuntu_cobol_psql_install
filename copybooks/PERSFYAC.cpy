000100*--------------------------------------------------------------
000200* PERSFYAC - ZONE D'ECHANGE DE L'AFFECTATION D'UNE PERSONNE A
000300*     SON FOYER (SOUS-PROGRAMME PERSFYA, TABLE FOYERS). PASSEE
000400*     EN PARAMETRE UNIQUE DU CALL : L'APPELANT RENSEIGNE L'ID DE
000500*     LA PERSONNE, PERSFYA REND L'ID DU FOYER RETENU (ZERO SI LA
000600*     PERSONNE N'A PLUS DE FOYER : ABSENTE, INACTIVE OU SANS
000700*     ADRESSE) ET LE CODE DE COMPTE RENDU. PARTAGEE PAR PERSMNT,
000800*     PERSMVT, PERSLOAD ET PERSFOY. L'APPELANT DOIT AVOIR OUVERT
000900*     LA CONNEXION ET DECIDE DU COMMIT/ROLLBACK AU RETOUR.
001000*--------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*   2026-10-15  JM   CREATION - ID PERSONNE, ID FOYER RETENU ET
001300*                    CODE DE COMPTE RENDU DE PERSFYA.
001400*--------------------------------------------------------------
001500 01  FYA-AFFECTATION.
001600     05  FYA-ID                  PIC 9(09).
001700     05  FYA-FOYER-ID            PIC 9(09).
001800     05  FYA-CODE-RETOUR         PIC 9(02).
001900         88  FYA-ACCEPTE                     VALUE 00.
002000         88  FYA-ERREUR-SQL                  VALUE 12.
