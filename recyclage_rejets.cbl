      *     a une, puis repasse l'article par les memes controles    *
      *     que CONTROLE-FIC1-REC de FOREX009 (cle a blanc,          *
      *     caractere non imprimable, zones metier : montant, pays,  *
      *     devise, dates, statut ; la cle en double est controlee   *
      *     par le WRITE direct sur le KSDS) - pays, devises et      *
      *     statuts admis lus au referentiel des codes FIC-REF-CODES *
      *   - Charge les articles redevenus valides dans FICHIER1 ;    *
      *     reecrit les autres dans FIC1-REJ-RECYC avec leur         *
      *     compteur incremente, sauf au-dela du seuil de            *
      *     recyclage : l'article est alors ecarte vers              *
      *     FIC1-ESCALADE pour traitement manuel, au lieu de         *
      *     boucler indefiniment d'un run a l'autre                  *
      *   - Chaque article recharge emet son evenement d'ajout dans  *
      *     la boite FIC-EVT-SORTANTS distribuee par FOREX085        *
      *     (copybooks EVT*)                                         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PARAM.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.
      * FIC-REF-CODES : referentiel des codes pays, devises et
      *   statuts tenu par FOREX121 (obligatoire)
           COPY REFCS.

      *
      *==============================================================*
         10 PARAM-SEUIL-RECYC  PIC 9(02).
         10 FILLER             PIC X(78).

           COPY EVT.

           COPY REFC.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1       PIC 9(02)   VALUE ZERO.
       01  WS-INDIC-CORR-TROUVEE    PIC 9        VALUE ZERO.
           88 WS-CORR-TROUVEE                   VALUE 1.

      *    Zones du controle de plausibilite de la date d'effet
       01  WS-CTRL-DATE-EFFET.
           02  WS-CDE-MOIS          PIC 9(02)    VALUE ZERO.
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *    Referentiel des codes, le meme que celui du controle de
      *    FOREX009
           COPY REFCW.

      *
      *==============================================================*

           PERFORM LIT-PARAM-RECYCLAGE
           PERFORM CHARGE-CORRECTIONS
           MOVE 'FOREX017'          TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

      *    Boite d'evenements ouverte avant FICHIER1 : pas de mise
      *    a jour sans son evenement
           MOVE 'FOREX017'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS

           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           END-IF

           IF WS-REC-EST-VALIDE
              MOVE 'PAYS'                TO WS-REFC-TYPE-CHERCHE
              MOVE WS-TRAV-CODE-PAYS     TO WS-REFC-CODE-CHERCHE
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO               TO WS-REC-VALIDE
                 MOVE 'PAYS INCONNU'     TO WS-MOTIF-REJET
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE
              AND WS-TRAV-DEVISE NOT = SPACE
              MOVE 'DEVI'                TO WS-REFC-TYPE-CHERCHE
              MOVE WS-TRAV-DEVISE        TO WS-REFC-CODE-CHERCHE
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO               TO WS-REC-VALIDE
                 MOVE 'DEVISE INCONNUE'  TO WS-MOTIF-REJET
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE
           END-IF

           IF WS-REC-EST-VALIDE
              MOVE 'STAT'                TO WS-REFC-TYPE-CHERCHE
              MOVE WS-TRAV-STATUT        TO WS-REFC-CODE-CHERCHE
              IF WS-TRAV-STATUT = SPACE
                 MOVE 'A'                TO WS-REFC-CODE-CHERCHE
              END-IF
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO               TO WS-REC-VALIDE
                 MOVE 'STATUT INCONNU'   TO WS-MOTIF-REJET
              END-IF
           END-IF

      *    Date d'expiration : zero = sans echeance ; les blancs des
                 PERFORM RE-REJETTE-ARTICLE
              NOT INVALID KEY
                 ADD 1                 TO WS-NB-RECHARGES
                 MOVE 'A'              TO WS-EVT-TYPE
                 MOVE FIC1-CH1         TO WS-EVT-CLE
                 MOVE FIC1-REC         TO WS-EVT-IMAGE-APRES
                 PERFORM ECRIT-EVENEMENT-FIC1
           END-WRITE
           .

           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.
      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.


      * Fin du pgm
                 FIC1-REJETS
                 FIC1-REJ-RECYC
                 FIC1-ESCALADE
           PERFORM FERME-EVT-SORTANTS

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC1-REJET'        TO WS-JSUM-FIC-NOM
