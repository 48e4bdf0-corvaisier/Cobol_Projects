      *     FICHIER1 -                                               *
      *       DEVISE   devise renseignee (blanc = heritage)          *
      *       DATEXP   date d'expiration posee (zero = sans)         *
      *       PAYS     code pays connu du referentiel des codes      *
      *                FIC-REF-CODES (FOREX121) et valide ce jour    *
      *       NOMOK    libelle exploitable apres normalisation       *
      *                FOREX023 (l'esprit des controles de noms de   *
      *                FOREX024 : pas de libelle vide ou reduit a    *
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RKPI.
      * Referentiel des codes pays, devises et statuts (FOREX121)
           COPY REFCS.

      *
      *==============================================================*
       FD  FIC-RAPPORT-KPI.
       01  RKPI-REC             PIC X(80).

           COPY REFC.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
               05 WS-KPI-CIBLE      PIC 9(03).
       01  WS-IDX-KPI               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Referentiel des codes, le meme que celui du controle de
      *    FOREX009
           COPY REFCW.

      *    Zones d'appel du service de normalisation FOREX023
       01  WS-NOM-A-NORMALISER      PIC X(45)  VALUE SPACE.
           END-PERFORM
           PERFORM CHARGE-CIBLES

           MOVE 'FOREX060'  TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
              AND FIC1-DATE-EXPIR > ZERO
              ADD 1                 TO WS-NB-DATEXP-OK
           END-IF
           MOVE 'PAYS'              TO WS-REFC-TYPE-CHERCHE
           MOVE FIC1-CODE-PAYS      TO WS-REFC-CODE-CHERCHE
           MOVE ZERO                TO WS-REFC-DATE-CHERCHEE
           PERFORM CHERCHE-CODE-REFERENCE
           IF WS-REFC-CONNU
              ADD 1                 TO WS-NB-PAYS-OK
           END-IF
           PERFORM MESURE-NOM
           PERFORM LIT-ARTICLE
           .
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.

      * Fin du pgm
       FIN.
