      *     FICHIER1) et articles non acquittes (presents dans       *
      *     FICHIER1 mais sans acquittement recu) - la boucle        *
      *     d'echange partenaire est enfin fermee                    *
      *   - Chaque acquittement d'un article envoye est note au      *
      *     journal des echanges FIC-JRN-ECHANGES (A positif, N      *
      *     negatif avec le code motif), avec le partenaire s'il     *
      *     porte l'element <partenaire> : base du scorecard         *
      *     partenaires FOREX084                                     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    FIC-ALERTES : fil consolide des alertes operateur, pour
      *                  l'escalade apres N tentatives
           COPY ALRTS.
      *    FIC-JRN-ECHANGES : journal des echanges partenaires, lu
      *                       par le scorecard FOREX084
           COPY JECHS.

      *
      *==============================================================*

           COPY ALRT.

           COPY JECH.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-ACK        PIC 9(02)  VALUE ZERO.
           02  WS-ACK-STATUT        PIC X(10)   VALUE SPACE.
           02  WS-ACK-MOTIF         PIC X(40)   VALUE SPACE.
           02  WS-ACK-CODE-MOTIF    PIC X(08)   VALUE SPACE.
           02  WS-ACK-PARTENAIRE    PIC X(08)   VALUE SPACE.
       01  WS-ELEMENT-COURANT       PIC X(30)   VALUE SPACE.
       01  WS-ELEMENT-MIN           PIC X(30)   VALUE SPACE.

           COPY JOBSUMW.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Journal des echanges partenaires
           COPY JECHW.

      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
           MOVE 'FOREX022'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX022'  TO WS-ALRT-PROGRAMME
           MOVE 'FOREX022'  TO WS-JECH-PROGRAMME
           PERFORM OUVRE-JRN-ECHANGES

      *    Parametres et file precedente de la retransmission
           PERFORM LIT-PARAM-RETRANS
      *          son code motif
                 WHEN 'code-motif'
                    MOVE XML-TEXT  TO WS-ACK-CODE-MOTIF
      *          Partenaire emetteur, facultatif
                 WHEN 'partenaire'
                    MOVE XML-TEXT  TO WS-ACK-PARTENAIRE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                    WHEN OTHER
                       ADD 1        TO WS-NB-ACCEPTES
                 END-EVALUATE
                 PERFORM JOURNALISE-ACQUITTEMENT
           END-READ
           .

      *    Acquittement d'un article envoye, au journal des
      *    echanges : negatif avec le code motif du partenaire (a
      *    defaut le statut), positif sinon
       JOURNALISE-ACQUITTEMENT.
           MOVE WS-ACK-PARTENAIRE   TO WS-JECH-PARTENAIRE
           MOVE WS-ACK-CODE         TO WS-JECH-CLE
           IF WS-ACK-STATUT = 'REJETE'
              OR WS-ACK-STATUT = 'REFUSE'
              MOVE 'N'              TO WS-JECH-EVENEMENT
              IF WS-ACK-CODE-MOTIF = SPACE
                 MOVE WS-ACK-STATUT TO WS-JECH-MOTIF
              ELSE
                 MOVE WS-ACK-CODE-MOTIF TO WS-JECH-MOTIF
              END-IF
           ELSE
              MOVE 'A'              TO WS-JECH-EVENEMENT
              MOVE SPACE            TO WS-JECH-MOTIF
           END-IF
           PERFORM ECRIT-JRN-ECHANGE
           .

      *    L'article rejete entre a la liste de travail des
      *    corrections, avec le code motif du partenaire
       ECRIT-WORKLIST-CORRECTION.
           COPY JOBSUMP.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Journal des echanges partenaires
           COPY JECHP.

      * Fin du pgm
       FIN.
                 FIC-RAPPORT-ACK
                 FIC-RETRANS
                 FIC-WORKLIST-CORR
           PERFORM FERME-JRN-ECHANGES

      *    Des refus, codes inconnus ou non-acquittes meritent un
      *    run termine en avertissement (convention RCGRADW)
