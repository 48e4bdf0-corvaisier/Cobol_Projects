      *   - Chaque liberation laisse sa trace dans la piste d'audit  *
      *     FIC1-AUDIT (code L, motif LIBERE) ; une cle devenue      *
      *     presente entre-temps est signalee et comptee             *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Chaque article libere emet son evenement d'ajout dans    *
      *     la boite FIC-EVT-SORTANTS distribuee par FOREX085        *
      *     (copybooks EVT*)                                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.

      *
      *==============================================================*
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP), pris sur
      *  le FILLER de queue - a blanc sur les lignes anterieures
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

           COPY EVT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.

           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
              EXIT PARAGRAPH
           END-IF

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX054'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
              NOT INVALID KEY
                 ADD 1              TO WS-NB-LIBERES
                 PERFORM ECRIT-AUDIT-LIBERATION
                 MOVE 'A'           TO WS-EVT-TYPE
                 MOVE FIC1-CH1      TO WS-EVT-CLE
                 MOVE FIC1-REC      TO WS-EVT-IMAGE-APRES
                 PERFORM ECRIT-EVENEMENT-FIC1
                 MOVE SPACES        TO WS-LIGNE-LISTE
                 STRING '  ' DIF-CH1 '  ' DIF-CH2
                        '  EFFET ' DIF-DATE-EFFET
           MOVE 'LIBERE'            TO AUDIT-MOTIF
           MOVE FIC1-CH2            TO AUDIT-CH2
           MOVE 'FOREX054'          TO AUDIT-OPERATEUR
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.

      * Fin du pgm
       FIN.
                    FIC-LIBERES-JOUR
                    FICHIER1
                    FIC1-AUDIT
              PERFORM FERME-EVT-SORTANTS
           END-IF

           IF WS-NB-INAPPLICABLES > ZERO
