      *   - Tout retour inapplicable (article retouche depuis le     *
      *     run annule, cle disparue...) est trace et fait terminer  *
      *     le run en alerte (RETURN-CODE 8), comme FOREX019         *
      *   - Chaque ligne ecrite dans FIC1-AUDIT porte un sceau       *
      *     chaine a celui de la ligne precedente (copybooks         *
      *     SCLW/SCLP, controle quotidien FOREX078)                  *
      *   - Chaque annulation appliquee emet son evenement dans la   *
      *     boite FIC-EVT-SORTANTS distribuee par FOREX085 (copybooks*
      *     EVT*) : S pour un ajout defait, M pour une modification  *
      *     defaite, A pour une suppression defaite - les abonnes    *
      *     voient l'article revenir a son etat d'avant le run       *
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
      *    Boite d'evenements de FICHIER1
           COPY EVTW.

      *    Date et heure systeme, pour l'horodatage de l'audit
       01  WS-DATE-HEURE-SYS.
              GOBACK
           END-IF

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX036'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER

      *    La piste d'audit est partagee (DISP=MOD dans le JCL) :
      *    ouverte en EXTEND, creee en OUTPUT si elle n'existe pas
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
           PERFORM ECRIT-AUDIT-RETOUR
           .

      *    Un ajout se defait par suppression de la cle ajoutee -
      *    l'article est relu pour l'image avant de l'evenement
       DEFAIT-AJOUT.
           MOVE WS-CLE-COURANTE     TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 MOVE ZERO          TO WS-RETOUR-APPLIQUE
                 MOVE 'CLE ABSENTE'  TO WS-MOTIF-RETOUR
                 EXIT PARAGRAPH
           END-READ
           MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
           MOVE SPACES              TO WS-EVT-IMAGE-APRES
           DELETE FICHIER1
              INVALID KEY
                 MOVE ZERO          TO WS-RETOUR-APPLIQUE
                 MOVE 'CLE ABSENTE'  TO WS-MOTIF-RETOUR
              NOT INVALID KEY
                 MOVE 'S'           TO WS-EVT-TYPE
                 PERFORM EMET-EVENEMENT-RETOUR
           END-DELETE
           .

                 MOVE ZERO          TO WS-RETOUR-APPLIQUE
                 MOVE 'CLE ABSENTE'  TO WS-MOTIF-RETOUR
              NOT INVALID KEY
                 MOVE FIC1-REC      TO WS-EVT-IMAGE-AVANT
                 MOVE WS-JAV-IMAGE (WS-IDX-JAV) TO FIC1-REC
                 REWRITE FIC1-REC
                    INVALID KEY
                       MOVE ZERO    TO WS-RETOUR-APPLIQUE
                       MOVE 'ERREUR REWRITE'  TO WS-MOTIF-RETOUR
                    NOT INVALID KEY
                       MOVE FIC1-REC TO WS-EVT-IMAGE-APRES
                       MOVE 'M'     TO WS-EVT-TYPE
                       PERFORM EMET-EVENEMENT-RETOUR
                 END-REWRITE
           END-READ
           .
              INVALID KEY
                 MOVE ZERO          TO WS-RETOUR-APPLIQUE
                 MOVE 'CLE DEJA PRESENTE'  TO WS-MOTIF-RETOUR
              NOT INVALID KEY
                 MOVE SPACES        TO WS-EVT-IMAGE-AVANT
                 MOVE FIC1-REC      TO WS-EVT-IMAGE-APRES
                 MOVE 'A'           TO WS-EVT-TYPE
                 PERFORM EMET-EVENEMENT-RETOUR
           END-WRITE
           .

      *    Evenement de l'annulation pour les abonnes de FOREX085 -
      *    type et images poses par l'appelant
       EMET-EVENEMENT-RETOUR.
           MOVE WS-CLE-COURANTE     TO WS-EVT-CLE
           PERFORM ECRIT-EVENEMENT-FIC1
           .

      *    Trace de l'annulation dans la piste d'audit partagee -
      *    code R (retour), le code du mouvement defait passe dans
      *    le motif en cas d'annulation appliquee
              MOVE WS-MOTIF-RETOUR  TO AUDIT-MOTIF
           END-IF
           MOVE 'FOREX036'          TO AUDIT-OPERATEUR
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

           CLOSE FICHIER1
                 FIC1-AUDIT
           PERFORM FERME-EVT-SORTANTS

           IF WS-NB-INAPPLICABLES > ZERO
              DISPLAY '*** RETOURS INAPPLICABLES, FICHIER1 A '
