       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX123.
      *==============================================================*
      * PROGRAMME de ventilation analytique mensuelle des articles   *
      * et des transactions par centre de cout et projet             *
      *   - Le controle de gestion repartissait chaque mois a la     *
      *     main les encours et les flux par centre de cout : les    *
      *     cles de repartition vivent desormais dans                *
      *     FIC-PARAM-VENTILATION (obligatoire)                      *
      *   - Une regle porte un critere (A cle d'article, C           *
      *     contrepartie, P pays), une periode d'effet et une ou     *
      *     plusieurs cartes de repartition centre de cout + projet  *
      *     + pourcentage, dont le total doit faire 100,00 % - une   *
      *     regle qui n'y arrive pas est rejetee (RC 4)              *
      *   - Articles de FICHIER1 non clos (encours du mois) : regle  *
      *     de l'article, a defaut de sa contrepartie, a defaut de   *
      *     son pays, en vigueur le dernier jour du mois             *
      *   - Transactions du mois FIC-PARAM-MOIS (generations de      *
      *     FIC-TRANSACTIONS concatenees par le JCL, comme pour      *
      *     FOREX081) : regle de la contrepartie, a defaut du pays,  *
      *     en vigueur a TRANS-DATE - la transaction ne porte pas    *
      *     la cle de l'article                                      *
      *   - Repartition au centime, le reste d'arrondi sur la        *
      *     derniere carte de la regle : la somme ventilee egale le  *
      *     montant d'origine. Montants dans leur devise d'origine   *
      *   - Extrait FIC-EXTRAIT-VENTILATION trie par centre de cout  *
      *     et projet (detail puis total de chaque couple) et etat   *
      *     FIC-RAPPORT-VENTILATION ; les mouvements sans regle      *
      *     sont cumules et listes sous la ligne NON VENTILE, a      *
      *     ramener a zero par de nouvelles regles : RC 4 et alerte  *
      *     W NONVENT tant qu'il en reste                            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois a ventiler AAAAMM (obligatoire, comme FOREX034)
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Regles de ventilation analytique (obligatoire)
           SELECT FIC-PARAM-VENTILATION
                     ASSIGN to FICPVANA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PVANA.
      * FICHIER1 en lecture seule : balayage sequentiel par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-TRANSACTIONS : transactions validees des runs
           COPY TRXS.
      * Fichier de travail du tri des lignes ventilees
           SELECT SORT-VENTILATION ASSIGN to SORTWK1.
      * Extrait par centre de cout et projet
           SELECT FIC-EXTRAIT-VENTILATION
                     ASSIGN to FICXVANA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-XVANA.
      * Etat de la ventilation analytique
           SELECT FIC-RAPPORT-VENTILATION
                     ASSIGN to FICRVANA
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RVANA.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-MOIS.
       01  PMOIS-REC.
         10 PMOIS-AAAAMM       PIC 9(06).
         10 FILLER             PIC X(74).

      * Une carte par repartition : critere A (cle d'article), C
      * (contrepartie) ou P (pays), valeur du critere, debut et fin
      * d'effet AAAAMMJJ (fin a zero = sans echeance), centre de
      * cout, projet (blanc admis) et pourcentage a deux decimales
      * (05000 = 50,00 %). Les cartes de meme critere, valeur et
      * debut forment une regle, la fin de la premiere vaut pour
      * toutes. '*' en colonne 1 : commentaire
       FD  FIC-PARAM-VENTILATION.
       01  PVANA-REC.
         10 PVANA-CRITERE      PIC X(01).
            88 PVANA-CRITERE-VALIDE       VALUE 'A' 'C' 'P'.
         10 FILLER             PIC X(01).
         10 PVANA-VALEUR       PIC X(10).
         10 FILLER             PIC X(01).
         10 PVANA-DEBUT        PIC 9(08).
         10 FILLER             PIC X(01).
         10 PVANA-FIN          PIC 9(08).
         10 FILLER             PIC X(01).
         10 PVANA-CENTRE       PIC X(06).
         10 FILLER             PIC X(01).
         10 PVANA-PROJET       PIC X(08).
         10 FILLER             PIC X(01).
         10 PVANA-POURCENT     PIC 9(03)V99.
         10 FILLER             PIC X(28).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

           COPY TRX.

      * Ligne ventilee : centre, projet, origine (A article, T
      * transaction), cle de l'article ou reference de la
      * transaction, critere de la regle appliquee
       SD  SORT-VENTILATION.
       01  SVA-REC.
         10 SVA-CENTRE         PIC X(06).
         10 SVA-PROJET         PIC X(08).
         10 SVA-ORIGINE        PIC X(01).
         10 SVA-CLE            PIC X(16).
         10 SVA-CRITERE        PIC X(01).
         10 SVA-POURCENT       PIC 9(03)V99.
         10 SVA-MONTANT        PIC S9(11)V99.
         10 SVA-DEVISE         PIC X(03).
         10 SVA-ENTITE         PIC X(02).
         10 FILLER             PIC X(25).

      * Extrait : D detail d'une ligne ventilee, T total du couple
      * centre de cout + projet (nombre de lignes en XVA-CLE)
       FD  FIC-EXTRAIT-VENTILATION.
       01  XVA-REC.
         10 XVA-TYPE           PIC X(01).
         10 FILLER             PIC X(01).
         10 XVA-MOIS           PIC 9(06).
         10 FILLER             PIC X(01).
         10 XVA-CENTRE         PIC X(06).
         10 FILLER             PIC X(01).
         10 XVA-PROJET         PIC X(08).
         10 FILLER             PIC X(01).
         10 XVA-ORIGINE        PIC X(01).
         10 FILLER             PIC X(01).
         10 XVA-CLE            PIC X(16).
         10 FILLER             PIC X(01).
         10 XVA-CRITERE        PIC X(01).
         10 FILLER             PIC X(01).
         10 XVA-POURCENT       PIC 9(03)V99.
         10 FILLER             PIC X(01).
         10 XVA-MONTANT        PIC S9(11)V99.
         10 FILLER             PIC X(01).
         10 XVA-DEVISE         PIC X(03).
         10 FILLER             PIC X(01).
         10 XVA-ENTITE         PIC X(02).
         10 FILLER             PIC X(08).

       FD  FIC-RAPPORT-VENTILATION.
       01  RVANA-REC            PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PVANA      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PVANA   PIC 9      VALUE ZERO.
               88 WS-FIN-PVANA                 VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-TRANS      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRANS   PIC 9      VALUE ZERO.
               88 WS-FIN-TRANS                 VALUE 1.
           02  WS-INDIC-FIN-TRI     PIC 9      VALUE ZERO.
               88 WS-FIN-TRI                   VALUE 1.
           02  WS-STATUS-XVANA      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RVANA      PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES-LUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJETEES PIC S9(9) VALUE ZERO.
           02  WS-NB-REGLES-REJETEES PIC S9(9) VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-CLOS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-ECARTES PIC S9(9) VALUE ZERO.
           02  WS-NB-ARTICLES-VENTILES PIC S9(9) VALUE ZERO.
           02  WS-NB-TRANS-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANS-DU-MOIS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-TRANS-VENTILEES PIC S9(9) VALUE ZERO.
           02  WS-NB-NON-VENTILES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-TRIEES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXTRAIT-ECRITS PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-POURCENT-EDT      PIC ZZ9,99.

      *    Mois ventile et dernier jour du mois
       01  WS-MOIS-VENTILE          PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-VENTILE-R REDEFINES WS-MOIS-VENTILE.
           02  WS-MV-ANNEE          PIC 9(04).
           02  WS-MV-MOIS           PIC 9(02).
      *    Premier jour du mois suivant, pour le dernier jour du mois
       01  WS-DATE-MOIS-SUIV        PIC 9(08)  VALUE ZERO.
       01  WS-DATE-MOIS-SUIV-R REDEFINES WS-DATE-MOIS-SUIV.
           02  WS-MS-ANNEE          PIC 9(04).
           02  WS-MS-MOIS           PIC 9(02).
           02  WS-MS-JOUR           PIC 9(02).
       01  WS-DATE-ARRETE           PIC 9(08)  VALUE ZERO.
       01  WS-JOUR-ARRETE           PIC S9(9) COMP SYNC VALUE ZERO.

      *    Regles de ventilation : critere, valeur, periode d'effet,
      *    nombre de cartes et total des pourcentages
       01  WS-NB-REGLES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-REGLES.
           02  WS-REG OCCURS 500.
               05 WS-REG-CRITERE    PIC X(01).
               05 WS-REG-VALEUR     PIC X(10).
               05 WS-REG-DEBUT      PIC 9(08).
               05 WS-REG-FIN        PIC 9(08).
               05 WS-REG-NB-PARTS   PIC S9(4) COMP.
               05 WS-REG-TOTAL-PCT  PIC 9(05)V99.
               05 WS-REG-INDIC-VALIDE PIC 9.
                  88 WS-REG-VALIDE             VALUE 1.
       01  WS-IDX-REG               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-REG-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-REG-TROUVEE                   VALUE 1.

      *    Cartes de repartition, rattachees a leur regle
       01  WS-NB-PARTS              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PARTS.
           02  WS-PART OCCURS 2000.
               05 WS-PART-REGLE     PIC S9(4) COMP.
               05 WS-PART-CENTRE    PIC X(06).
               05 WS-PART-PROJET    PIC X(08).
               05 WS-PART-POURCENT  PIC 9(03)V99.
       01  WS-IDX-PART              PIC S9(4) COMP SYNC VALUE ZERO.

      *    Recherche de la regle d'un mouvement : critere, valeur et
      *    date ; la regle en vigueur au debut le plus recent
      *    l'emporte
       01  WS-RECHERCHE-REGLE.
           02  WS-CHR-CRITERE       PIC X(01)  VALUE SPACE.
           02  WS-CHR-VALEUR        PIC X(10)  VALUE SPACE.
           02  WS-CHR-DATE          PIC 9(08)  VALUE ZERO.
           02  WS-CHR-REGLE         PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-CHR-DEBUT         PIC 9(08)  VALUE ZERO.

      *    Mouvement a ventiler (article ou transaction)
       01  WS-MOUVEMENT.
           02  WS-MVT-ORIGINE       PIC X(01)  VALUE SPACE.
           02  WS-MVT-CLE           PIC X(16)  VALUE SPACE.
           02  WS-MVT-CTP           PIC X(06)  VALUE SPACE.
           02  WS-MVT-PAYS          PIC X(03)  VALUE SPACE.
           02  WS-MVT-MONTANT       PIC S9(11)V99 VALUE ZERO.
           02  WS-MVT-DEVISE        PIC X(03)  VALUE SPACE.
           02  WS-MVT-ENTITE        PIC X(02)  VALUE SPACE.
      *    Repartition : montant deja ventile et rang de la carte
       01  WS-MVT-VENTILE           PIC S9(11)V99 VALUE ZERO.
       01  WS-RANG-PART             PIC S9(4) COMP SYNC VALUE ZERO.

      *    Couples centre de cout + projet, dans l'ordre du tri
       01  WS-NB-COUPLES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-COUPLES.
           02  WS-CPL OCCURS 500.
               05 WS-CPL-CENTRE     PIC X(06).
               05 WS-CPL-PROJET     PIC X(08).
               05 WS-CPL-NB-ART     PIC S9(7) COMP-3.
               05 WS-CPL-MNT-ART    PIC S9(13)V99 COMP-3.
               05 WS-CPL-NB-TRN     PIC S9(7) COMP-3.
               05 WS-CPL-MNT-TRN    PIC S9(13)V99 COMP-3.
       01  WS-IDX-CPL               PIC S9(4) COMP SYNC VALUE ZERO.
      *    Couple en cours dans la procedure de sortie du tri
       01  WS-RUPT-CENTRE           PIC X(06)  VALUE HIGH-VALUE.
       01  WS-RUPT-PROJET           PIC X(08)  VALUE HIGH-VALUE.
       01  WS-CPL-NB-LIGNES         PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-CPL-TOTAL             PIC S9(13)V99 VALUE ZERO.

      *    Mouvements sans regle, listes sous la ligne NON VENTILE
       01  WS-NB-NV-LISTES          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-NON-VENTILES.
           02  WS-NV OCCURS 1000.
               05 WS-NV-ORIGINE     PIC X(01).
               05 WS-NV-CLE         PIC X(16).
               05 WS-NV-CTP         PIC X(06).
               05 WS-NV-PAYS        PIC X(03).
               05 WS-NV-ENTITE      PIC X(02).
               05 WS-NV-DEVISE      PIC X(03).
               05 WS-NV-MONTANT     PIC S9(11)V99 COMP-3.
       01  WS-IDX-NV                PIC S9(4) COMP SYNC VALUE ZERO.

      *    Totaux de l'etat
       01  WS-TOTAUX.
           02  WS-TOT-MNT-ART       PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-MNT-TRN       PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-VENTILE       PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-NON-VENTILE   PIC S9(13)V99 VALUE ZERO.
           02  WS-TOT-GENERAL       PIC S9(13)V99 VALUE ZERO.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.
       01  WS-LIBELLE-ORIGINE       PIC X(11)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Zones du fil des alertes operateur
           COPY ALRTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Mois, regles, ouvertures
      *    Articles puis transactions ventiles vers le tri, relus
      *    par centre de cout et projet pour l'extrait
           SORT SORT-VENTILATION
               ON ASCENDING KEY SVA-CENTRE SVA-PROJET
                                SVA-ORIGINE SVA-CLE
               INPUT PROCEDURE  VENTILE-MOUVEMENTS
               OUTPUT PROCEDURE ECRIT-EXTRAIT
           PERFORM EDITE-ETAT-VENTILATION
           PERFORM FIN            *> Verdict, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX123'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX123'  TO WS-ALRT-PROGRAMME

           PERFORM LIT-MOIS-VENTILE
           PERFORM CHARGE-REGLES

           OPEN OUTPUT FIC-EXTRAIT-VENTILATION
           MOVE WS-STATUS-XVANA     TO WS-FSTA-STATUT
           MOVE 'FIC-XVANA'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-VENTILATION
           MOVE WS-STATUS-RVANA     TO WS-FSTA-STATUT
           MOVE 'FIC-RVANA'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *    Mois ventile obligatoire ; les regles des articles sont
      *    prises en vigueur le dernier jour du mois
       LIT-MOIS-VENTILE.
           OPEN INPUT FIC-PARAM-MOIS
           MOVE WS-STATUS-PMOIS     TO WS-FSTA-STATUT
           MOVE 'FIC-PMOIS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-MOIS
            AT END
              DISPLAY 'ABEND - FIC-PARAM-MOIS VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           IF PMOIS-AAAAMM NOT NUMERIC
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PMOIS-AAAAMM        TO WS-MOIS-VENTILE
           CLOSE FIC-PARAM-MOIS
           IF WS-MV-MOIS < 1 OR WS-MV-MOIS > 12
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-MV-MOIS = 12
              COMPUTE WS-MS-ANNEE = WS-MV-ANNEE + 1
              MOVE 1                TO WS-MS-MOIS
           ELSE
              MOVE WS-MV-ANNEE      TO WS-MS-ANNEE
              COMPUTE WS-MS-MOIS  = WS-MV-MOIS + 1
           END-IF
           MOVE 1                   TO WS-MS-JOUR
           COMPUTE WS-JOUR-ARRETE
                 = FUNCTION INTEGER-OF-DATE (WS-DATE-MOIS-SUIV) - 1
           COMPUTE WS-DATE-ARRETE
                 = FUNCTION DATE-OF-INTEGER (WS-JOUR-ARRETE)
           DISPLAY 'FOREX123 : ventilation du mois ' WS-MOIS-VENTILE
                   ', encours au ' WS-DATE-ARRETE
           .

      *    Regles obligatoires : sans elles, tout serait non
      *    ventile. Une carte invalide est ignoree et signalee, une
      *    regle dont les cartes ne font pas 100 % est rejetee en
      *    bloc (RC 4)
       CHARGE-REGLES.
           OPEN INPUT FIC-PARAM-VENTILATION
           IF WS-STATUS-PVANA NOT = '00'
              DISPLAY 'FOREX123 : FIC-PARAM-VENTILATION absent, pas '
                      'de regle de ventilation - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-FIN-PVANA
              READ FIC-PARAM-VENTILATION
               AT END
                 SET WS-FIN-PVANA   TO TRUE
               NOT AT END
                 IF PVANA-CRITERE NOT = '*'
                    ADD 1           TO WS-NB-CARTES-LUES
                    PERFORM RANGE-CARTE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-VENTILATION

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL   WS-IDX-REG > WS-NB-REGLES
              IF WS-REG-TOTAL-PCT (WS-IDX-REG) = 100
                 MOVE 1             TO WS-REG-INDIC-VALIDE (WS-IDX-REG)
              ELSE
                 ADD 1              TO WS-NB-REGLES-REJETEES
                 MOVE WS-REG-TOTAL-PCT (WS-IDX-REG) TO WS-MONTANT-EDT
                 DISPLAY 'FOREX123 : regle rejetee, repartition a '
                         WS-MONTANT-EDT ' % : '
                         WS-REG-CRITERE (WS-IDX-REG) ' '
                         WS-REG-VALEUR (WS-IDX-REG) ' '
                         WS-REG-DEBUT (WS-IDX-REG)
                 IF WS-RC-RUN < 4
                    MOVE 4          TO WS-RC-RUN
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-REGLES = WS-NB-REGLES-REJETEES
              DISPLAY 'FOREX123 : aucune regle de ventilation '
                      'valide - abandon'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           .

      *    Carte de repartition : rattachee a la regle de meme
      *    critere, valeur et debut, creee a la premiere carte
       RANGE-CARTE.
           IF NOT PVANA-CRITERE-VALIDE
              OR PVANA-VALEUR = SPACE
              OR PVANA-DEBUT NOT NUMERIC
              OR PVANA-DEBUT = ZERO
              OR PVANA-FIN NOT NUMERIC
              OR (PVANA-FIN NOT = ZERO AND PVANA-FIN < PVANA-DEBUT)
              OR PVANA-CENTRE = SPACE
              OR PVANA-POURCENT NOT NUMERIC
              OR PVANA-POURCENT = ZERO
              OR PVANA-POURCENT > 100
              ADD 1                 TO WS-NB-CARTES-REJETEES
              DISPLAY 'FOREX123 : carte de ventilation rejetee : '
                      PVANA-REC (1:52)
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO                TO WS-INDIC-REG-TROUVEE
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL   WS-IDX-REG > WS-NB-REGLES
                        OR WS-REG-TROUVEE
              IF WS-REG-CRITERE (WS-IDX-REG) = PVANA-CRITERE
                 AND WS-REG-VALEUR (WS-IDX-REG) = PVANA-VALEUR
                 AND WS-REG-DEBUT (WS-IDX-REG)  = PVANA-DEBUT
                 SET WS-REG-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-REG-TROUVEE
              SUBTRACT 1            FROM WS-IDX-REG
           ELSE
              IF WS-NB-REGLES >= 500
                 DISPLAY 'ABEND - TABLE DES REGLES DE VENTILATION '
                         'PLEINE (500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-REGLES
              MOVE WS-NB-REGLES     TO WS-IDX-REG
              INITIALIZE WS-REG (WS-IDX-REG)
              MOVE PVANA-CRITERE    TO WS-REG-CRITERE (WS-IDX-REG)
              MOVE PVANA-VALEUR     TO WS-REG-VALEUR (WS-IDX-REG)
              MOVE PVANA-DEBUT      TO WS-REG-DEBUT (WS-IDX-REG)
              MOVE PVANA-FIN        TO WS-REG-FIN (WS-IDX-REG)
           END-IF

           IF WS-NB-PARTS >= 2000
              DISPLAY 'ABEND - TABLE DES CARTES DE VENTILATION '
                      'PLEINE (2000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-PARTS
           MOVE WS-IDX-REG          TO WS-PART-REGLE (WS-NB-PARTS)
           MOVE PVANA-CENTRE        TO WS-PART-CENTRE (WS-NB-PARTS)
           MOVE PVANA-PROJET        TO WS-PART-PROJET (WS-NB-PARTS)
           MOVE PVANA-POURCENT      TO WS-PART-POURCENT (WS-NB-PARTS)
           ADD 1                    TO WS-REG-NB-PARTS (WS-IDX-REG)
           ADD PVANA-POURCENT       TO WS-REG-TOTAL-PCT (WS-IDX-REG)
           .

      *    Procedure d'entree du tri : articles non clos de
      *    FICHIER1, puis transactions du mois
       VENTILE-MOUVEMENTS.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-ARTICLE
           PERFORM VENTILE-ARTICLE
             UNTIL WS-FIN-FIC1
           CLOSE FICHIER1

           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-TRANS'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM LIT-TRANSACTION
           PERFORM VENTILE-TRANSACTION
             UNTIL WS-FIN-TRANS
           CLOSE FIC-TRANSACTIONS
           .

       LIT-ARTICLE.
           READ FICHIER1 NEXT
            AT END
              SET WS-FIN-FIC1      TO TRUE
            NOT AT END
              MOVE WS-STATUS-FIC1  TO WS-FSTA-STATUT
              MOVE 'FICHIER1'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-ARTICLES-LUS
           END-READ
           .

      *    Encours d'un article non clos : regle de l'article, de
      *    sa contrepartie, puis de son pays, au dernier jour du mois
       VENTILE-ARTICLE.
           IF FIC1-STATUT-CLOS
              ADD 1                 TO WS-NB-ARTICLES-CLOS
              PERFORM LIT-ARTICLE
              EXIT PARAGRAPH
           END-IF
           IF FIC1-MONTANT NOT NUMERIC
              ADD 1                 TO WS-NB-ARTICLES-ECARTES
              PERFORM LIT-ARTICLE
              EXIT PARAGRAPH
           END-IF

           MOVE 'A'                 TO WS-MVT-ORIGINE
           MOVE FIC1-CH1            TO WS-MVT-CLE
           MOVE FIC1-CODE-CTP       TO WS-MVT-CTP
           MOVE FIC1-CODE-PAYS      TO WS-MVT-PAYS
           MOVE FIC1-MONTANT        TO WS-MVT-MONTANT
           MOVE FIC1-DEVISE         TO WS-MVT-DEVISE
           IF FIC1-DEVISE = SPACE
              MOVE 'EUR'            TO WS-MVT-DEVISE
           END-IF
           MOVE FIC1-CODE-ENTITE    TO WS-MVT-ENTITE
           ADD FIC1-MONTANT         TO WS-TOT-GENERAL

           MOVE WS-DATE-ARRETE      TO WS-CHR-DATE
           MOVE 'A'                 TO WS-CHR-CRITERE
           MOVE FIC1-CH1            TO WS-CHR-VALEUR
           PERFORM CHERCHE-REGLE
           IF WS-CHR-REGLE = ZERO AND FIC1-CODE-CTP NOT = SPACE
              MOVE 'C'              TO WS-CHR-CRITERE
              MOVE FIC1-CODE-CTP    TO WS-CHR-VALEUR
              PERFORM CHERCHE-REGLE
           END-IF
           IF WS-CHR-REGLE = ZERO
              MOVE 'P'              TO WS-CHR-CRITERE
              MOVE FIC1-CODE-PAYS   TO WS-CHR-VALEUR
              PERFORM CHERCHE-REGLE
           END-IF

           IF WS-CHR-REGLE = ZERO
              PERFORM CUMULE-NON-VENTILE
           ELSE
              ADD 1                 TO WS-NB-ARTICLES-VENTILES
              PERFORM REPARTIT-MOUVEMENT
           END-IF
           PERFORM LIT-ARTICLE
           .

       LIT-TRANSACTION.
           READ FIC-TRANSACTIONS
            AT END
              SET WS-FIN-TRANS     TO TRUE
            NOT AT END
              MOVE WS-STATUS-TRANS TO WS-FSTA-STATUT
              MOVE 'FIC-TRANS'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-TRANS-LUES
           END-READ
           .

      *    Transaction du mois : regle de la contrepartie, puis du
      *    pays, en vigueur a la date de la transaction
       VENTILE-TRANSACTION.
           IF TRANS-DATE (1:6) NOT = WS-MOIS-VENTILE
              PERFORM LIT-TRANSACTION
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-TRANS-DU-MOIS

           MOVE 'T'                 TO WS-MVT-ORIGINE
           MOVE TRANS-REF           TO WS-MVT-CLE
           MOVE TRANS-CODE-CTP      TO WS-MVT-CTP
           MOVE TRANS-CODE-PAYS     TO WS-MVT-PAYS
           MOVE TRANS-MONTANT       TO WS-MVT-MONTANT
           MOVE TRANS-DEVISE        TO WS-MVT-DEVISE
           IF TRANS-DEVISE = SPACE
              MOVE 'EUR'            TO WS-MVT-DEVISE
           END-IF
           MOVE TRANS-ENTITE        TO WS-MVT-ENTITE
           ADD TRANS-MONTANT        TO WS-TOT-GENERAL

           MOVE TRANS-DATE          TO WS-CHR-DATE
           MOVE ZERO                TO WS-CHR-REGLE
           IF TRANS-CODE-CTP NOT = SPACE
              MOVE 'C'              TO WS-CHR-CRITERE
              MOVE TRANS-CODE-CTP   TO WS-CHR-VALEUR
              PERFORM CHERCHE-REGLE
           END-IF
           IF WS-CHR-REGLE = ZERO
              MOVE 'P'              TO WS-CHR-CRITERE
              MOVE TRANS-CODE-PAYS  TO WS-CHR-VALEUR
              PERFORM CHERCHE-REGLE
           END-IF

           IF WS-CHR-REGLE = ZERO
              PERFORM CUMULE-NON-VENTILE
           ELSE
              ADD 1                 TO WS-NB-TRANS-VENTILEES
              PERFORM REPARTIT-MOUVEMENT
           END-IF
           PERFORM LIT-TRANSACTION
           .

      *    Regle valide du critere et de la valeur en vigueur a
      *    WS-CHR-DATE (fin a zero : sans echeance) ; entre deux
      *    regles en vigueur, le debut le plus recent l'emporte
       CHERCHE-REGLE.
           MOVE ZERO                TO WS-CHR-REGLE
           MOVE ZERO                TO WS-CHR-DEBUT
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL   WS-IDX-REG > WS-NB-REGLES
              IF WS-REG-VALIDE (WS-IDX-REG)
                 AND WS-REG-CRITERE (WS-IDX-REG) = WS-CHR-CRITERE
                 AND WS-REG-VALEUR (WS-IDX-REG)  = WS-CHR-VALEUR
                 AND WS-REG-DEBUT (WS-IDX-REG) <= WS-CHR-DATE
                 AND (WS-REG-FIN (WS-IDX-REG) = ZERO
                      OR WS-REG-FIN (WS-IDX-REG) >= WS-CHR-DATE)
                 AND WS-REG-DEBUT (WS-IDX-REG) > WS-CHR-DEBUT
                 MOVE WS-IDX-REG    TO WS-CHR-REGLE
                 MOVE WS-REG-DEBUT (WS-IDX-REG) TO WS-CHR-DEBUT
              END-IF
           END-PERFORM
           .

      *    Une ligne ventilee par carte de la regle, arrondie au
      *    centime ; la derniere carte recoit le reste, la somme des
      *    lignes egale le montant du mouvement
       REPARTIT-MOUVEMENT.
           MOVE ZERO                TO WS-MVT-VENTILE
           MOVE ZERO                TO WS-RANG-PART
           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL   WS-IDX-PART > WS-NB-PARTS
              IF WS-PART-REGLE (WS-IDX-PART) = WS-CHR-REGLE
                 ADD 1              TO WS-RANG-PART
                 INITIALIZE SVA-REC
                 MOVE WS-PART-CENTRE (WS-IDX-PART)   TO SVA-CENTRE
                 MOVE WS-PART-PROJET (WS-IDX-PART)   TO SVA-PROJET
                 MOVE WS-MVT-ORIGINE                 TO SVA-ORIGINE
                 MOVE WS-MVT-CLE                     TO SVA-CLE
                 MOVE WS-REG-CRITERE (WS-CHR-REGLE)  TO SVA-CRITERE
                 MOVE WS-PART-POURCENT (WS-IDX-PART) TO SVA-POURCENT
                 IF WS-RANG-PART = WS-REG-NB-PARTS (WS-CHR-REGLE)
                    COMPUTE SVA-MONTANT
                          = WS-MVT-MONTANT - WS-MVT-VENTILE
                 ELSE
                    COMPUTE SVA-MONTANT ROUNDED
                          = WS-MVT-MONTANT
                          * WS-PART-POURCENT (WS-IDX-PART) / 100
                 END-IF
                 ADD SVA-MONTANT    TO WS-MVT-VENTILE
                 MOVE WS-MVT-DEVISE TO SVA-DEVISE
                 MOVE WS-MVT-ENTITE TO SVA-ENTITE
                 RELEASE SVA-REC
                 ADD 1              TO WS-NB-LIGNES-TRIEES
              END-IF
           END-PERFORM
           .

      *    Mouvement sans regle : cumule sur la ligne NON VENTILE et
      *    liste dans l'etat (au-dela de la table, seulement cumule)
       CUMULE-NON-VENTILE.
           ADD 1                    TO WS-NB-NON-VENTILES
           ADD WS-MVT-MONTANT       TO WS-TOT-NON-VENTILE
           IF WS-NB-NV-LISTES >= 1000
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-NV-LISTES
           MOVE WS-MVT-ORIGINE      TO WS-NV-ORIGINE (WS-NB-NV-LISTES)
           MOVE WS-MVT-CLE          TO WS-NV-CLE (WS-NB-NV-LISTES)
           MOVE WS-MVT-CTP          TO WS-NV-CTP (WS-NB-NV-LISTES)
           MOVE WS-MVT-PAYS         TO WS-NV-PAYS (WS-NB-NV-LISTES)
           MOVE WS-MVT-ENTITE       TO WS-NV-ENTITE (WS-NB-NV-LISTES)
           MOVE WS-MVT-DEVISE       TO WS-NV-DEVISE (WS-NB-NV-LISTES)
           MOVE WS-MVT-MONTANT      TO WS-NV-MONTANT (WS-NB-NV-LISTES)
           .

      *    Procedure de sortie du tri : lignes de detail dans l'ordre
      *    centre de cout + projet, total a chaque rupture
       ECRIT-EXTRAIT.
           PERFORM LIT-LIGNE-TRIEE
           PERFORM UNTIL WS-FIN-TRI
              IF SVA-CENTRE NOT = WS-RUPT-CENTRE
                 OR SVA-PROJET NOT = WS-RUPT-PROJET
                 IF WS-NB-COUPLES > ZERO
                    PERFORM ECRIT-TOTAL-COUPLE
                 END-IF
                 PERFORM NOUVEAU-COUPLE
              END-IF
              PERFORM ECRIT-DETAIL-EXTRAIT
              PERFORM LIT-LIGNE-TRIEE
           END-PERFORM
           IF WS-NB-COUPLES > ZERO
              PERFORM ECRIT-TOTAL-COUPLE
           END-IF
           .

       LIT-LIGNE-TRIEE.
           RETURN SORT-VENTILATION
            AT END
              SET WS-FIN-TRI       TO TRUE
           END-RETURN
           .

       NOUVEAU-COUPLE.
           IF WS-NB-COUPLES >= 500
              DISPLAY 'ABEND - TABLE DES CENTRES DE COUT / PROJETS '
                      'PLEINE (500)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-COUPLES
           MOVE WS-NB-COUPLES       TO WS-IDX-CPL
           INITIALIZE WS-CPL (WS-IDX-CPL)
           MOVE SVA-CENTRE          TO WS-CPL-CENTRE (WS-IDX-CPL)
           MOVE SVA-PROJET          TO WS-CPL-PROJET (WS-IDX-CPL)
           MOVE SVA-CENTRE          TO WS-RUPT-CENTRE
           MOVE SVA-PROJET          TO WS-RUPT-PROJET
           MOVE ZERO                TO WS-CPL-NB-LIGNES
           MOVE ZERO                TO WS-CPL-TOTAL
           .

       ECRIT-DETAIL-EXTRAIT.
           MOVE SPACES              TO XVA-REC
           MOVE 'D'                 TO XVA-TYPE
           MOVE WS-MOIS-VENTILE     TO XVA-MOIS
           MOVE SVA-CENTRE          TO XVA-CENTRE
           MOVE SVA-PROJET          TO XVA-PROJET
           MOVE SVA-ORIGINE         TO XVA-ORIGINE
           MOVE SVA-CLE             TO XVA-CLE
           MOVE SVA-CRITERE         TO XVA-CRITERE
           MOVE SVA-POURCENT        TO XVA-POURCENT
           MOVE SVA-MONTANT         TO XVA-MONTANT
           MOVE SVA-DEVISE          TO XVA-DEVISE
           MOVE SVA-ENTITE          TO XVA-ENTITE
           PERFORM ECRIT-EXTRAIT-VENTILATION

           ADD 1                    TO WS-CPL-NB-LIGNES
           ADD SVA-MONTANT          TO WS-CPL-TOTAL
           IF SVA-ORIGINE = 'A'
              ADD 1                 TO WS-CPL-NB-ART (WS-IDX-CPL)
              ADD SVA-MONTANT       TO WS-CPL-MNT-ART (WS-IDX-CPL)
           ELSE
              ADD 1                 TO WS-CPL-NB-TRN (WS-IDX-CPL)
              ADD SVA-MONTANT       TO WS-CPL-MNT-TRN (WS-IDX-CPL)
           END-IF
           .

       ECRIT-TOTAL-COUPLE.
           MOVE SPACES              TO XVA-REC
           MOVE 'T'                 TO XVA-TYPE
           MOVE WS-MOIS-VENTILE     TO XVA-MOIS
           MOVE WS-CPL-CENTRE (WS-IDX-CPL) TO XVA-CENTRE
           MOVE WS-CPL-PROJET (WS-IDX-CPL) TO XVA-PROJET
           MOVE WS-CPL-NB-LIGNES    TO WS-NB-EDT
           MOVE WS-NB-EDT           TO XVA-CLE
           MOVE ZERO                TO XVA-POURCENT
           MOVE WS-CPL-TOTAL        TO XVA-MONTANT
           PERFORM ECRIT-EXTRAIT-VENTILATION
           .

       ECRIT-EXTRAIT-VENTILATION.
           WRITE XVA-REC
           MOVE WS-STATUS-XVANA     TO WS-FSTA-STATUT
           MOVE 'FIC-XVANA'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-EXTRAIT-ECRITS
           .

      *    Etat : une ligne par centre de cout + projet (articles,
      *    transactions, total), la ligne NON VENTILE et le detail
      *    des mouvements sans regle
       EDITE-ETAT-VENTILATION.
           STRING 'FOREX123  VENTILATION ANALYTIQUE DU MOIS '
                  WS-MOIS-VENTILE '  -  ENCOURS AU ' WS-DATE-ARRETE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-REGLES        TO WS-NB-EDT
           STRING '  REGLES LUES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-NB-REGLES-REJETEES TO WS-NB-EDT
           STRING '  REJETEES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (27:22)
           MOVE WS-NB-CARTES-REJETEES TO WS-NB-EDT
           STRING '  CARTES REJETEES ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT (49:29)
           PERFORM ECRIT-RAPPORT
           PERFORM ECRIT-RAPPORT

           MOVE '  CENTRE  PROJET      ARTICLES' TO WS-LIGNE-RAPPORT
           MOVE 'MONTANT ARTICLES  TRANSACTIONS'
                                    TO WS-LIGNE-RAPPORT (38:30)
           MOVE 'MONTANT TRANSACTIONS'
                                    TO WS-LIGNE-RAPPORT (73:20)
           MOVE 'TOTAL VENTILE'     TO WS-LIGNE-RAPPORT (108:13)
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL   WS-IDX-CPL > WS-NB-COUPLES
              MOVE WS-CPL-CENTRE (WS-IDX-CPL) TO WS-LIGNE-RAPPORT (3:6)
              MOVE WS-CPL-PROJET (WS-IDX-CPL)
                                    TO WS-LIGNE-RAPPORT (11:8)
              MOVE WS-CPL-NB-ART (WS-IDX-CPL) TO WS-NB-EDT
              MOVE WS-NB-EDT        TO WS-LIGNE-RAPPORT (20:11)
              MOVE WS-CPL-MNT-ART (WS-IDX-CPL) TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (33:21)
              MOVE WS-CPL-NB-TRN (WS-IDX-CPL) TO WS-NB-EDT
              MOVE WS-NB-EDT        TO WS-LIGNE-RAPPORT (56:11)
              MOVE WS-CPL-MNT-TRN (WS-IDX-CPL) TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (72:21)
              COMPUTE WS-CPL-TOTAL = WS-CPL-MNT-ART (WS-IDX-CPL)
                                   + WS-CPL-MNT-TRN (WS-IDX-CPL)
              MOVE WS-CPL-TOTAL     TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (100:21)
              PERFORM ECRIT-RAPPORT
              ADD WS-CPL-MNT-ART (WS-IDX-CPL) TO WS-TOT-MNT-ART
              ADD WS-CPL-MNT-TRN (WS-IDX-CPL) TO WS-TOT-MNT-TRN
              ADD WS-CPL-TOTAL      TO WS-TOT-VENTILE
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE '  TOTAL VENTILE'   TO WS-LIGNE-RAPPORT
           MOVE WS-TOT-MNT-ART      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (33:21)
           MOVE WS-TOT-MNT-TRN      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (72:21)
           MOVE WS-TOT-VENTILE      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (100:21)
           PERFORM ECRIT-RAPPORT
           MOVE '  NON VENTILE'     TO WS-LIGNE-RAPPORT
           MOVE WS-NB-NON-VENTILES  TO WS-NB-EDT
           MOVE WS-NB-EDT           TO WS-LIGNE-RAPPORT (20:11)
           MOVE WS-TOT-NON-VENTILE  TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (100:21)
           PERFORM ECRIT-RAPPORT
           MOVE '  TOTAL GENERAL'   TO WS-LIGNE-RAPPORT
           MOVE WS-TOT-GENERAL      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (100:21)
           PERFORM ECRIT-RAPPORT

           IF WS-NB-NON-VENTILES = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM ECRIT-RAPPORT
           MOVE '  MOUVEMENTS NON VENTILES (SANS REGLE EN VIGUEUR)'
                                    TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE '  ORIGINE     CLE / REFERENCE   CTP     PAYS  ENT'
                                    TO WS-LIGNE-RAPPORT
           MOVE 'DEV'               TO WS-LIGNE-RAPPORT (54:3)
           MOVE 'MONTANT'           TO WS-LIGNE-RAPPORT (71:7)
           PERFORM ECRIT-RAPPORT
           PERFORM VARYING WS-IDX-NV FROM 1 BY 1
                   UNTIL   WS-IDX-NV > WS-NB-NV-LISTES
              IF WS-NV-ORIGINE (WS-IDX-NV) = 'A'
                 MOVE 'ARTICLE'     TO WS-LIBELLE-ORIGINE
              ELSE
                 MOVE 'TRANSACTION' TO WS-LIBELLE-ORIGINE
              END-IF
              MOVE WS-LIBELLE-ORIGINE TO WS-LIGNE-RAPPORT (3:11)
              MOVE WS-NV-CLE (WS-IDX-NV)    TO WS-LIGNE-RAPPORT (15:16)
              MOVE WS-NV-CTP (WS-IDX-NV)    TO WS-LIGNE-RAPPORT (33:6)
              MOVE WS-NV-PAYS (WS-IDX-NV)   TO WS-LIGNE-RAPPORT (41:3)
              MOVE WS-NV-ENTITE (WS-IDX-NV) TO WS-LIGNE-RAPPORT (47:2)
              MOVE WS-NV-DEVISE (WS-IDX-NV) TO WS-LIGNE-RAPPORT (54:3)
              MOVE WS-NV-MONTANT (WS-IDX-NV) TO WS-MONTANT-EDT
              MOVE WS-MONTANT-EDT   TO WS-LIGNE-RAPPORT (57:21)
              PERFORM ECRIT-RAPPORT
           END-PERFORM
           IF WS-NB-NON-VENTILES > WS-NB-NV-LISTES
              MOVE WS-NB-NON-VENTILES TO WS-NB-EDT
              STRING '  LISTE LIMITEE AUX 1000 PREMIERS MOUVEMENTS '
                     'SUR ' WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
           END-IF
           .

       ECRIT-RAPPORT.
           WRITE RVANA-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RVANA     TO WS-FSTA-STATUT
           MOVE 'FIC-RVANA'         TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           IF WS-NB-NON-VENTILES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE WS-NB-NON-VENTILES TO WS-NB-EDT
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'NONVENT'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'NON VENTILES ' WS-MOIS-VENTILE ' '
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-EXTRAIT-VENTILATION
                 FIC-RAPPORT-VENTILATION

           DISPLAY 'Ventilation analytique terminee'
           MOVE WS-NB-CARTES-LUES   TO WS-NB-EDT
           DISPLAY 'CARTES DE REGLES LUES = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJETEES TO WS-NB-EDT
           DISPLAY 'CARTES REJETEES       = ' WS-NB-EDT
           MOVE WS-NB-REGLES-REJETEES TO WS-NB-EDT
           DISPLAY 'REGLES REJETEES       = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS          = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-CLOS TO WS-NB-EDT
           DISPLAY 'ARTICLES CLOS         = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-ECARTES TO WS-NB-EDT
           DISPLAY 'ARTICLES ECARTES      = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-VENTILES TO WS-NB-EDT
           DISPLAY 'ARTICLES VENTILES     = ' WS-NB-EDT
           MOVE WS-NB-TRANS-LUES    TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS LUES     = ' WS-NB-EDT
           MOVE WS-NB-TRANS-DU-MOIS TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS DU MOIS  = ' WS-NB-EDT
           MOVE WS-NB-TRANS-VENTILEES TO WS-NB-EDT
           DISPLAY 'TRANSACTIONS VENTILEES= ' WS-NB-EDT
           MOVE WS-NB-NON-VENTILES  TO WS-NB-EDT
           DISPLAY 'NON VENTILES          = ' WS-NB-EDT
           MOVE WS-NB-EXTRAIT-ECRITS TO WS-NB-EDT
           DISPLAY 'LIGNES D''EXTRAIT      = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-TRANS'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-TRANS     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-TRANS-LUES    TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-XVANA'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-XVANA     TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-EXTRAIT-ECRITS TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-NON-VENTILES  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
