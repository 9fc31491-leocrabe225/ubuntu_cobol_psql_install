000100*--------------------------------------------------------------
000200* PERSHISC - ZONE D'ECHANGE DE L'HISTORISATION DES LIGNES DE LA
000300*     TABLE PERSONNES (SOUS-PROGRAMME PERSHIS, TABLE
000400*     PERSONNES_HISTORIQUE). PASSEE EN PARAMETRE UNIQUE DU CALL.
000500*     L'APPELANT RENSEIGNE L'ID, L'ACTION D'AUDIT DU MOUVEMENT,
000600*     LE PROGRAMME ET L'UTILISATEUR, JUSTE AVANT SON UPDATE,
000700*     DELETE OU INSERT ; PERSHIS REND LE CODE DE COMPTE RENDU.
000800*     PARTAGEE PAR TOUS LES PROGRAMMES QUI MODIFIENT PERSONNES.
000900*     L'APPELANT DOIT AVOIR OUVERT LA CONNEXION ET VALIDE OU
001000*     ANNULE L'IMAGE AVEC SON MOUVEMENT.
001100*--------------------------------------------------------------
001200* MODIFICATION HISTORY
001300*   2026-10-15  JM   CREATION - ID, ACTION, PROGRAMME ET
001400*                    UTILISATEUR DU MOUVEMENT, CODE DE COMPTE
001500*                    RENDU RETOURNE PAR PERSHIS.
001600*--------------------------------------------------------------
001700 01  HIS-HISTORISATION.
001800     05  HIS-ID                  PIC 9(09).
001900     05  HIS-ACTION              PIC X(01).
002000     05  HIS-PROGRAMME           PIC X(08).
002100     05  HIS-UTILISATEUR         PIC X(08).
002200     05  HIS-CODE-RETOUR         PIC 9(02).
002300         88  HIS-ACCEPTE                     VALUE 00.
002400         88  HIS-ERREUR-SQL                  VALUE 12.
