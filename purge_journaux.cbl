      *     FOREX00B reste intacte                                   *
      *   - Le rapport dit ce qui a ete archive et conserve,         *
      *     journal par journal                                      *
      *   - Registre des gels juridiques (copybooks GELJ*) : un      *
      *     enregistrement date dans une plage gelee (gel de type    *
      *     D) reste dans la copie vive meme au-dela de la           *
      *     retention ; il est compte, liste avec son dossier, et    *
      *     une ligne de registre invalide vaut RC 4                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ERRA.
      *    FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

      *
      *==============================================================*
       FD  FIC-ERRLOG-ARCH.
       01  ERRA-REC            PIC X(80).

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PRET       PIC 9(02)  VALUE ZERO.
       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARCHIVES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONSERVES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)  VALUE ZERO.

      *    Dernier enregistrement de FIC-HISTO-TOTAUX, toujours
      *    conserve (semantique 'le dernier gagne' de FOREX00B)
       01  WS-TOTAUX-PURGE  COMP SYNC.
           02  WS-TOT-ARCHIVES      PIC S9(9)  VALUE ZERO.
           02  WS-TOT-CONSERVES     PIC S9(9)  VALUE ZERO.
           02  WS-TOT-GELES         PIC S9(9)  VALUE ZERO.

      *    Journal en cours de purge, pour la liste des gels
       01  WS-JOURNAL-COURANT       PIC X(08)  VALUE SPACE.

      *    Date systeme du jour
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).

      *    Code retour gradue du run
           COPY RCGRADW.
      *    Registre des gels juridiques
           COPY GELJW.
      *
      *==============================================================*
      * PROCEDURE                                                    *

           MOVE FUNCTION CURRENT-DATE  TO WS-DATE-HEURE-SYS
           PERFORM LIT-PARAM-RETENTION
           MOVE 'FOREX033'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

           MOVE WS-RET-RUNLOG       TO WS-RET-COURANTE
           PERFORM CALCULE-DATE-PIVOT
       PURGE-RUNLOG.
           MOVE ZERO                TO WS-NB-ARCHIVES
                                       WS-NB-CONSERVES
                                       WS-NB-GELES
           MOVE ZERO                TO WS-INDIC-FIN-VIF
           MOVE 'RUNLOG'            TO WS-JOURNAL-COURANT
           OPEN INPUT FIC-RUNLOG-VIF
           IF WS-STATUS-RLOGV NOT = '00'
              DISPLAY 'FIC-RUNLOG absent, purge sautee'
                 MOVE RLOGV-REC (24:2)  TO WS-DEX-JOUR
                 PERFORM EXTRAIT-DATE-ENREG
                 IF WS-DATE-ENREG < WS-PIVOT-RUNLOG
                    PERFORM TESTE-GEL-ENREG
                 END-IF
                 IF WS-DATE-ENREG < WS-PIVOT-RUNLOG
                    AND NOT WS-GELJ-RETENU
                    ADD 1           TO WS-NB-ARCHIVES
                    WRITE RLOGA-REC FROM RLOGV-REC
                 ELSE
       PURGE-HISTO-TOTAUX.
           MOVE ZERO                TO WS-NB-ARCHIVES
                                       WS-NB-CONSERVES
                                       WS-NB-GELES
           MOVE ZERO                TO WS-INDIC-FIN-VIF
           MOVE ZERO                TO WS-INDIC-DERNIER-ARCH
           MOVE 'HISTOTOT'          TO WS-JOURNAL-COURANT
           MOVE SPACES              TO WS-DERNIER-HISTO
           OPEN INPUT FIC-HISTO-VIF
           IF WS-STATUS-HISTV NOT = '00'
                 PERFORM EXTRAIT-DATE-ENREG
                 MOVE ZERO          TO WS-INDIC-DERNIER-ARCH
                 IF WS-DATE-ENREG < WS-PIVOT-HISTO
                    PERFORM TESTE-GEL-ENREG
                    IF NOT WS-GELJ-RETENU
                       SET WS-DERNIER-ARCHIVE TO TRUE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
       PURGE-ERRLOG.
           MOVE ZERO                TO WS-NB-ARCHIVES
                                       WS-NB-CONSERVES
                                       WS-NB-GELES
           MOVE ZERO                TO WS-INDIC-FIN-VIF
           MOVE 'ERRLOG'            TO WS-JOURNAL-COURANT
           OPEN INPUT FIC-ERRLOG-VIF
           IF WS-STATUS-ERRV NOT = '00'
              DISPLAY 'FIC-ERR-LOG absent, purge sautee'
                 MOVE ERRV-REC (9:2)   TO WS-DEX-JOUR
                 PERFORM EXTRAIT-DATE-ENREG
                 IF WS-DATE-ENREG < WS-PIVOT-ERRLOG
                    PERFORM TESTE-GEL-ENREG
                 END-IF
                 IF WS-DATE-ENREG < WS-PIVOT-ERRLOG
                    AND NOT WS-GELJ-RETENU
                    ADD 1           TO WS-NB-ARCHIVES
                    WRITE ERRA-REC FROM ERRV-REC
                 ELSE
           END-IF
           .

      *    Enregistrement au-dela de la retention : une plage de
      *    dates gelee le retient dans la copie vive (il y est
      *    compte comme conserve)
       TESTE-GEL-ENREG.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE WS-DATE-ENREG       TO WS-GELJ-DATE
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELES
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'LIGNE ' WS-JOURNAL-COURANT ' DU '
                     WS-DATE-ENREG DELIMITED BY SIZE
                     INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

       RAPPORTE-JOURNAL.
           ADD WS-NB-ARCHIVES       TO WS-TOT-ARCHIVES
           ADD WS-NB-CONSERVES      TO WS-TOT-CONSERVES
           ADD WS-NB-GELES          TO WS-TOT-GELES
           MOVE WS-NB-ARCHIVES      TO WS-NB-EDT
           DISPLAY '  ARCHIVES  = ' WS-NB-EDT
           MOVE WS-NB-CONSERVES     TO WS-NB-EDT
           DISPLAY '  CONSERVES = ' WS-NB-EDT
           MOVE WS-NB-GELES         TO WS-NB-EDT
           DISPLAY '  DONT GELES = ' WS-NB-EDT
           .

      *    Registre des gels juridiques
           COPY GELJP.

      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Menage des journaux termine'
           PERFORM RAPPORTE-GELS-JURIDIQUES
           IF WS-GELJ-NB-REJETES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job -
      *    les comptages sont les totaux des trois journaux
           MOVE 'ARCHIVES'          TO WS-JSUM-FIC-NOM
           MOVE WS-TOT-ARCHIVES     TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'GELES'             TO WS-JSUM-FIC-NOM
           MOVE WS-TOT-GELES        TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
