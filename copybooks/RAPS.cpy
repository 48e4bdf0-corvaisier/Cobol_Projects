      *==============================================================*
      * RAPS - DECLARATION DU FICHIER FIC-RAPPELS (REGISTRE DES      *
      *   RAPPELS DE PAIEMENTS DEJA TRANSMIS A LA BANQUE), KSDS      *
      *   PARTAGE ENTRE FOREX071 (DEMANDE DE RAPPEL, ETAT "RAPPEL    *
      *   EN ATTENTE") ET FOREX057 (SOLDE DU RAPPEL AU               *
      *   RAPPROCHEMENT DU RELEVE). A inclure dans le File-Control,  *
      *   avec RAP (FD, FILE SECTION). Cle : la reference PAIE-REF   *
      *   de l'instruction rappelee.                                 *
      *==============================================================*
           SELECT FIC-RAPPELS
                     ASSIGN to FICRAPE
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is RAP-REF
                     FILE STATUS is WS-STATUS-RAP.
