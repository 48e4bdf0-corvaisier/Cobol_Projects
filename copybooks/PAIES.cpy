      *==============================================================*
      * PAIES - DECLARATION DU FICHIER FIC-PAIEMENTS (INSTRUCTIONS   *
      *   DE PAIEMENT A DESTINATION DE LA BANQUE), PARTAGE ENTRE     *
      *   FOREX056 (ECRITURE) ET FOREX057 (LECTURE POUR LE           *
      *   RAPPROCHEMENT DU RELEVE). A inclure dans le File-Control,  *
      *   avec PAIE (FD, FILE SECTION). Le fichier se termine par    *
      *   un trailer de controle : marque reservee '*TRAILER**',     *
      *   nombre d'instructions et total de hachage des montants.    *
      *==============================================================*
           SELECT FIC-PAIEMENTS
                     ASSIGN to FICPAIE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PAIE.
