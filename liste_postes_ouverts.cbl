       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX074.
      *==============================================================*
      * PROGRAMME de liste mensuelle des postes non soldes           *
      *   - Relit le grand livre FIC-POSTES-OUVERTS tenu par         *
      *     FOREX073 et ne garde que les postes dont le reste a      *
      *     regler n'est pas nul : ouverts (O), partiels (P) et      *
      *     sur-regles (S, reste negatif)                            *
      *   - Tri sur contrepartie + devise + article, puis liste par  *
      *     contrepartie dans FIC-LISTE-POSTES : un sous-total par   *
      *     contrepartie et devise (des montants de devises          *
      *     differentes ne s'additionnent pas), un total general en  *
      *     nombre de postes                                         *
      *   - Article sans contrepartie regroupe sous '(SANS)'         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-POSTES-OUVERTS : grand livre des postes (FOREX073)
           COPY POSTS.
      * Fichier de travail et copie triee des postes non soldes
           SELECT SORT-POSTES  ASSIGN to SORTWK1.
           SELECT FIC-TRI-POSTES
                     ASSIGN to FICTRIP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TRIP.
      * Liste des postes non soldes par contrepartie
           SELECT FIC-LISTE-POSTES
                     ASSIGN to FICLPOS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-LPOS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY POST.

       SD  SORT-POSTES.
       01  SP-REC.
         10 SP-CODE-CTP        PIC X(06).
         10 SP-DEVISE          PIC X(03).
         10 SP-CLE             PIC X(10).
         10 SP-ENTITE          PIC X(02).
         10 SP-STATUT          PIC X(01).
         10 SP-MONTANT-ORIGINE PIC 9(09)V99.
         10 SP-SOLDE           PIC S9(11)V99.
         10 SP-DATE-OUVERTURE  PIC 9(08).
         10 FILLER             PIC X(26).

       FD  FIC-TRI-POSTES.
       01  TRIP-REC.
         10 TRIP-CODE-CTP      PIC X(06).
         10 TRIP-DEVISE        PIC X(03).
         10 TRIP-CLE           PIC X(10).
         10 TRIP-ENTITE        PIC X(02).
         10 TRIP-STATUT        PIC X(01).
         10 TRIP-MONTANT-ORIGINE PIC 9(09)V99.
         10 TRIP-SOLDE         PIC S9(11)V99.
         10 TRIP-DATE-OUVERTURE PIC 9(08).
         10 FILLER             PIC X(26).

       FD  FIC-LISTE-POSTES.
       01  LPOS-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-POST       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-POST    PIC 9      VALUE ZERO.
               88 WS-FIN-POST                  VALUE 1.
           02  WS-STATUS-TRIP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRIP    PIC 9      VALUE ZERO.
               88 WS-FIN-TRIP                  VALUE 1.
           02  WS-STATUS-LPOS       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-POSTES-LUS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-NON-SOLDES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-POSTES-GROUPE  PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONTREPARTIES  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-ORIGINE-EDT       PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-SOLDE-EDT         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

       01  WS-DATE-JOUR             PIC 9(08)  VALUE ZERO.

      *    Rupture contrepartie / devise
       01  WS-RUPTURE.
           02  WS-CTP-COURANTE      PIC X(06)  VALUE HIGH-VALUE.
           02  WS-DEVISE-COURANTE   PIC X(03)  VALUE HIGH-VALUE.
       01  WS-TOTAL-GROUPE          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT
      *    Tri des postes non soldes sur contrepartie + devise +
      *    article
           SORT SORT-POSTES
               ON ASCENDING KEY SP-CODE-CTP SP-DEVISE SP-CLE
               INPUT PROCEDURE  CHARGE-POSTES
               GIVING FIC-TRI-POSTES
           PERFORM EDITE-LISTE
           PERFORM FIN
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX074'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR

           OPEN OUTPUT FIC-LISTE-POSTES
           MOVE WS-STATUS-LPOS      TO WS-FSTA-STATUT
           MOVE 'FIC-LPOS'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX074  POSTES NON SOLDES PAR CONTREPARTIE AU '
                  WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ARTICLE    EN ST OUVERT LE        ORIGINE'
                  '      RESTE A REGLER'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           .

      *    Liberation vers le tri des seuls postes dont le reste a
      *    regler n'est pas nul
       CHARGE-POSTES.
           OPEN INPUT FIC-POSTES-OUVERTS
           IF WS-STATUS-POST NOT = '00'
              DISPLAY 'FIC-POSTES-OUVERTS absent, aucun poste '
                      'a lister'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-POST
              READ FIC-POSTES-OUVERTS NEXT
               AT END
                 SET WS-FIN-POST    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-POSTES-LUS
                 IF POST-SOLDE NOT = ZERO
                    ADD 1           TO WS-NB-NON-SOLDES
                    INITIALIZE SP-REC
                    IF POST-CODE-CTP = SPACE
                       MOVE '(SANS)'
                                    TO SP-CODE-CTP
                    ELSE
                       MOVE POST-CODE-CTP
                                    TO SP-CODE-CTP
                    END-IF
                    MOVE POST-DEVISE
                                    TO SP-DEVISE
                    MOVE POST-CLE   TO SP-CLE
                    MOVE POST-ENTITE
                                    TO SP-ENTITE
                    MOVE POST-STATUT
                                    TO SP-STATUT
                    MOVE POST-MONTANT-ORIGINE
                                    TO SP-MONTANT-ORIGINE
                    MOVE POST-SOLDE TO SP-SOLDE
                    MOVE POST-DATE-OUVERTURE
                                    TO SP-DATE-OUVERTURE
                    RELEASE SP-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-POSTES-OUVERTS
           .

      *    Parcours des postes tries, rupture sur contrepartie et
      *    devise
       EDITE-LISTE.
           OPEN INPUT FIC-TRI-POSTES
           MOVE WS-STATUS-TRIP      TO WS-FSTA-STATUT
           MOVE 'FIC-TRIP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TRIP
              READ FIC-TRI-POSTES
               AT END
                 SET WS-FIN-TRIP    TO TRUE
               NOT AT END
                 PERFORM EDITE-POSTE
              END-READ
           END-PERFORM
           IF WS-NB-POSTES-GROUPE > ZERO
              PERFORM EDITE-SOUS-TOTAL
           END-IF
           CLOSE FIC-TRI-POSTES
           .

       EDITE-POSTE.
           IF TRIP-CODE-CTP NOT = WS-CTP-COURANTE
              OR TRIP-DEVISE NOT = WS-DEVISE-COURANTE
              IF WS-NB-POSTES-GROUPE > ZERO
                 PERFORM EDITE-SOUS-TOTAL
              END-IF
              IF TRIP-CODE-CTP NOT = WS-CTP-COURANTE
                 ADD 1              TO WS-NB-CONTREPARTIES
                 MOVE SPACES        TO WS-LIGNE-RAPPORT
                 WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
                 STRING 'CONTREPARTIE ' TRIP-CODE-CTP
                        DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
                 WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
              END-IF
              MOVE TRIP-CODE-CTP    TO WS-CTP-COURANTE
              MOVE TRIP-DEVISE      TO WS-DEVISE-COURANTE
              MOVE ZERO             TO WS-TOTAL-GROUPE
              MOVE ZERO             TO WS-NB-POSTES-GROUPE
           END-IF

           ADD 1                    TO WS-NB-POSTES-GROUPE
           ADD 1                    TO WS-NB-LIGNES
           ADD TRIP-SOLDE           TO WS-TOTAL-GROUPE
           MOVE TRIP-MONTANT-ORIGINE TO WS-ORIGINE-EDT
           MOVE TRIP-SOLDE          TO WS-SOLDE-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' TRIP-CLE ' ' TRIP-ENTITE ' ' TRIP-STATUT '  '
                  TRIP-DATE-OUVERTURE ' ' TRIP-DEVISE WS-ORIGINE-EDT
                  ' ' WS-SOLDE-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           .

       EDITE-SOUS-TOTAL.
           MOVE WS-NB-POSTES-GROUPE TO WS-NB-EDT
           MOVE WS-TOTAL-GROUPE     TO WS-SOLDE-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  TOTAL ' WS-CTP-COURANTE ' ' WS-DEVISE-COURANTE
                  WS-NB-EDT ' poste(s)          ' WS-SOLDE-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-NB-LIGNES        TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           STRING 'TOTAL GENERAL ' WS-NB-EDT ' poste(s) non solde(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-CONTREPARTIES TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'CONTREPARTIES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE LPOS-REC FROM WS-LIGNE-RAPPORT
           CLOSE FIC-LISTE-POSTES

           DISPLAY 'Liste des postes non soldes terminee'
           MOVE WS-NB-POSTES-LUS    TO WS-NB-EDT
           DISPLAY 'POSTES LUS        = ' WS-NB-EDT
           MOVE WS-NB-NON-SOLDES    TO WS-NB-EDT
           DISPLAY 'NON SOLDES        = ' WS-NB-EDT
           MOVE WS-NB-CONTREPARTIES TO WS-NB-EDT
           DISPLAY 'CONTREPARTIES     = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-POST'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-POST      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-POSTES-LUS    TO WS-JSUM-FIC-LUS
           MOVE WS-NB-LIGNES        TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
