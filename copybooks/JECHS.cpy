      *==============================================================*
      * JECHS - DECLARATION DU JOURNAL DES ECHANGES PARTENAIRES      *
      *   FIC-JRN-ECHANGES, PARTAGE PAR FOREX010 (envois,            *
      *   retransmissions, documents entrants), FOREX022             *
      *   (acquittements) et lu par le scorecard FOREX084. A         *
      *   inclure dans le File-Control, avec JECH (FD, FILE          *
      *   SECTION), JECHW (WORKING-STORAGE) et JECHP (PROCEDURE      *
      *   DIVISION). Un evenement par ligne, horodate, avec le code  *
      *   partenaire (PART-CODE) et la cle de l'article : la         *
      *   fiabilite d'un partenaire se mesure enfin sur des faits.   *
      *==============================================================*
           SELECT FIC-JRN-ECHANGES
                     ASSIGN to FICJECH
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JECH.
