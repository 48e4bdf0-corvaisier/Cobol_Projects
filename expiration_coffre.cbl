       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX088.
      *==============================================================*
      * PROGRAMME d'expiration des rapports du coffre                *
      *   - Applique la retention par code rapport de                *
      *     FIC-PARAM-COFFRE (en jours, '********' = retention par   *
      *     defaut, 0 = conservation illimitee) aux rapports classes *
      *     par FOREX086                                             *
      *   - Un rapport classe avant la date du jour moins la         *
      *     retention de son code est supprime : ses lignes de       *
      *     FIC-COFFRE-LIGNES d'abord, son entree d'index ensuite -  *
      *     un run interrompu laisse au pire une entree d'index      *
      *     sans lignes, supprimee au run suivant                    *
      *   - Une retention changee s'applique a tous les rapports     *
      *     deja classes, pas seulement aux suivants                 *
      *   - Les enregistrements de reprise des rapports cumulatifs   *
      *     (date a zero) ne sont jamais expires                     *
      *   - Un rapport classe a une date couverte par une plage sous *
      *     gel juridique (copybooks GELJ*) est conserve au-dela de  *
      *     sa retention, jusqu'a la levee du gel                    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Retention et pagination par code rapport - facultatif
           SELECT FIC-PARAM-COFFRE
                     ASSIGN to FICPCOF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCOF.
      *    FIC-COFFRE-INDEX et FIC-COFFRE-LIGNES : le coffre
           COPY COFS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Par code rapport : retention en jours et lignes par page
      * d'archive (FOREX086) ('********' = defaut)
       FD  FIC-PARAM-COFFRE.
       01  PCOF-REC.
         10 PCOF-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 PCOF-RETENTION     PIC 9(04).
         10 FILLER             PIC X(01).
         10 PCOF-LIGNES-PAGE   PIC 9(03).
         10 FILLER             PIC X(63).

           COPY COF.

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PCOF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PCOF    PIC 9      VALUE ZERO.
               88 WS-FIN-PCOF                  VALUE 1.
           02  WS-INDIC-FIN-COFX    PIC 9      VALUE ZERO.
               88 WS-FIN-COFX                  VALUE 1.
           02  WS-INDIC-FIN-COFL    PIC 9      VALUE ZERO.
               88 WS-FIN-COFL                  VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-EXAMINES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXPIRES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONSERVES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-SUPPR   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Retentions chargees, avec leur date pivot et le nombre de
      *    rapports expires par code
       01  WS-RETENTION-DEFAUT      PIC 9(04)  VALUE 365.
       01  WS-PIVOT-DEFAUT          PIC 9(08)  VALUE ZERO.
       01  WS-NB-EXPIRES-DEFAUT     PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-NB-PARAM              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PARAM.
           02  WS-PRM-ENTREE OCCURS 100.
               05 WS-PRM-CODE       PIC X(08).
               05 WS-PRM-RETENTION  PIC 9(04).
               05 WS-PRM-PIVOT      PIC 9(08).
               05 WS-PRM-NB-EXPIRES PIC S9(9) COMP.
       01  WS-IDX-PRM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-PRM-RETENU        PIC S9(4) COMP SYNC VALUE ZERO.

      *    Date pivot du rapport examine (zero = jamais expire)
       01  WS-PIVOT-RAPPORT         PIC 9(08)  VALUE ZERO.
       01  WS-CALCUL-PIVOT  COMP SYNC.
           02  WS-JOURS-ENTIERS     PIC S9(9)  VALUE ZERO.
           02  WS-RET-COURANTE      PIC S9(9)  VALUE ZERO.
       01  WS-PIVOT-COURANT         PIC 9(08)  VALUE ZERO.
       01  WS-NUMERO-EXPIRE         PIC 9(08)  VALUE ZERO.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  FILLER               PIC X(13).

      *    Statuts du coffre des rapports
           COPY COFW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.
      *    Registre des gels juridiques
           COPY GELJW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, retentions, pivots
           PERFORM TRAITEMENT     *> Un rapport classe par passage
             UNTIL WS-FIN-COFX
           PERFORM FIN            *> Bilan par code, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX088'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE  TO WS-DATE-HEURE-SYS

           PERFORM CHARGE-PARAM-COFFRE

      *    Registre des gels juridiques, avant toute suppression
           MOVE 'FOREX088'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

      *    Dates pivot : date du jour moins la retention du code
           MOVE WS-RETENTION-DEFAUT TO WS-RET-COURANTE
           PERFORM CALCULE-DATE-PIVOT
           MOVE WS-PIVOT-COURANT    TO WS-PIVOT-DEFAUT
           PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                   UNTIL   WS-IDX-PRM > WS-NB-PARAM
              MOVE WS-PRM-RETENTION (WS-IDX-PRM) TO WS-RET-COURANTE
              PERFORM CALCULE-DATE-PIVOT
              MOVE WS-PIVOT-COURANT TO WS-PRM-PIVOT (WS-IDX-PRM)
              MOVE ZERO             TO WS-PRM-NB-EXPIRES (WS-IDX-PRM)
           END-PERFORM

           OPEN I-O FIC-COFFRE-INDEX
           MOVE WS-STATUS-COFX      TO WS-FSTA-STATUT
           MOVE 'FIC-COFX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN I-O FIC-COFFRE-LIGNES
           MOVE WS-STATUS-COFL      TO WS-FSTA-STATUT
           MOVE 'FIC-COFL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-INDEX
           .

      *    Retentions par code rapport ('********' = defaut, 0 =
      *    conservation illimitee)
       CHARGE-PARAM-COFFRE.
           OPEN INPUT FIC-PARAM-COFFRE
           IF WS-STATUS-PCOF NOT = '00'
              DISPLAY 'FIC-PARAM-COFFRE absent, retention par '
                      'defaut (' WS-RETENTION-DEFAUT ' jours)'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PCOF
              READ FIC-PARAM-COFFRE
               AT END
                 SET WS-FIN-PCOF    TO TRUE
               NOT AT END
                 IF PCOF-RETENTION NUMERIC
                    IF PCOF-CODE = '********'
                       MOVE PCOF-RETENTION TO WS-RETENTION-DEFAUT
                    ELSE
                       IF WS-NB-PARAM >= 100
                          DISPLAY 'ABEND - TABLE DES CODES RAPPORT '
                                  'PLEINE (100)'
                          MOVE 16   TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1        TO WS-NB-PARAM
                       MOVE PCOF-CODE
                                    TO WS-PRM-CODE (WS-NB-PARAM)
                       MOVE PCOF-RETENTION
                                    TO WS-PRM-RETENTION (WS-NB-PARAM)
                    END-IF
                 ELSE
                    DISPLAY 'Retention invalide ignoree pour '
                            PCOF-CODE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PARAM-COFFRE
           .

      *    Date pivot = date du jour moins la retention, par
      *    l'arithmetique de dates INTEGER-OF-DATE / DATE-OF-INTEGER
      *    (retention 0 : pivot a zero, rien n'expire)
       CALCULE-DATE-PIVOT.
           IF WS-RET-COURANTE = ZERO
              MOVE ZERO             TO WS-PIVOT-COURANT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOURS-ENTIERS
                 = FUNCTION INTEGER-OF-DATE (WS-DHS-DATE)
                 - WS-RET-COURANTE
           COMPUTE WS-PIVOT-COURANT
                 = FUNCTION DATE-OF-INTEGER (WS-JOURS-ENTIERS)
           .

       LIT-INDEX.
           READ FIC-COFFRE-INDEX NEXT
            AT END
              SET WS-FIN-COFX      TO TRUE
            NOT AT END
              MOVE WS-STATUS-COFX  TO WS-FSTA-STATUT
              MOVE 'FIC-COFX'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-READ
           .

      *    Rapport classe courant : expire ou conserve selon la
      *    retention de son code
       TRAITEMENT.
           IF COFX-DATE = ZERO
              PERFORM LIT-INDEX
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-EXAMINES
           MOVE ZERO                TO WS-IDX-PRM-RETENU
           PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                   UNTIL   WS-IDX-PRM > WS-NB-PARAM
              IF WS-PRM-CODE (WS-IDX-PRM) = COFX-CODE
                 MOVE WS-IDX-PRM    TO WS-IDX-PRM-RETENU
              END-IF
           END-PERFORM
           IF WS-IDX-PRM-RETENU > ZERO
              MOVE WS-PRM-PIVOT (WS-IDX-PRM-RETENU)
                                    TO WS-PIVOT-RAPPORT
           ELSE
              MOVE WS-PIVOT-DEFAUT  TO WS-PIVOT-RAPPORT
           END-IF

           IF COFX-DATE < WS-PIVOT-RAPPORT
              PERFORM TESTE-GEL-RAPPORT
           END-IF
           IF COFX-DATE < WS-PIVOT-RAPPORT
              AND NOT WS-GELJ-RETENU
              PERFORM EXPIRE-RAPPORT
           ELSE
              ADD 1                 TO WS-NB-CONSERVES
           END-IF
           PERFORM LIT-INDEX
           .

      *    Rapport arrive a expiration mais classe dans une plage
      *    de dates sous gel juridique : conserve
       TESTE-GEL-RAPPORT.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE COFX-DATE           TO WS-GELJ-DATE
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELES
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'RAPPORT ' COFX-CODE ' DU ' COFX-DATE
                     ' CONSERVE'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

      *    Suppression des lignes du rapport puis de son entree
      *    d'index (la cle de l'index est celle du dernier READ)
       EXPIRE-RAPPORT.
           MOVE COFX-NUMERO         TO WS-NUMERO-EXPIRE
           MOVE ZERO                TO WS-INDIC-FIN-COFL
           MOVE WS-NUMERO-EXPIRE    TO COFL-NUMERO
           MOVE 1                   TO COFL-LIGNE
           START FIC-COFFRE-LIGNES KEY NOT < COFL-CLE
              INVALID KEY
                 SET WS-FIN-COFL    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-COFL
              READ FIC-COFFRE-LIGNES NEXT
               AT END
                 SET WS-FIN-COFL    TO TRUE
               NOT AT END
                 IF COFL-NUMERO NOT = WS-NUMERO-EXPIRE
                    SET WS-FIN-COFL TO TRUE
                 ELSE
                    DELETE FIC-COFFRE-LIGNES
                    MOVE WS-STATUS-COFL TO WS-FSTA-STATUT
                    MOVE 'FIC-COFL'     TO WS-FSTA-FICHIER
                    PERFORM CONTROLE-FILE-STATUT
                    ADD 1           TO WS-NB-LIGNES-SUPPR
                 END-IF
              END-READ
           END-PERFORM

           DELETE FIC-COFFRE-INDEX
           MOVE WS-STATUS-COFX      TO WS-FSTA-STATUT
           MOVE 'FIC-COFX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           ADD 1                    TO WS-NB-EXPIRES
           IF WS-IDX-PRM-RETENU > ZERO
              ADD 1 TO WS-PRM-NB-EXPIRES (WS-IDX-PRM-RETENU)
           ELSE
              ADD 1                 TO WS-NB-EXPIRES-DEFAUT
           END-IF
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           CLOSE FIC-COFFRE-INDEX
                 FIC-COFFRE-LIGNES

           DISPLAY 'Expiration du coffre des rapports terminee'
           PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                   UNTIL   WS-IDX-PRM > WS-NB-PARAM
              MOVE WS-PRM-NB-EXPIRES (WS-IDX-PRM) TO WS-NB-EDT
              DISPLAY 'CODE ' WS-PRM-CODE (WS-IDX-PRM)
                      ' retention ' WS-PRM-RETENTION (WS-IDX-PRM)
                      ' j, pivot ' WS-PRM-PIVOT (WS-IDX-PRM)
                      ' : ' WS-NB-EDT ' expire(s)'
           END-PERFORM
           MOVE WS-NB-EXPIRES-DEFAUT TO WS-NB-EDT
           DISPLAY 'AUTRES CODES retention ' WS-RETENTION-DEFAUT
                   ' j, pivot ' WS-PIVOT-DEFAUT
                   ' : ' WS-NB-EDT ' expire(s)'
           MOVE WS-NB-EXAMINES      TO WS-NB-EDT
           DISPLAY 'RAPPORTS EXAMINES   = ' WS-NB-EDT
           MOVE WS-NB-EXPIRES       TO WS-NB-EDT
           DISPLAY 'RAPPORTS EXPIRES    = ' WS-NB-EDT
           MOVE WS-NB-CONSERVES     TO WS-NB-EDT
           DISPLAY 'RAPPORTS CONSERVES  = ' WS-NB-EDT
           MOVE WS-NB-GELES         TO WS-NB-EDT
           DISPLAY ' DONT SOUS GEL      = ' WS-NB-EDT
           MOVE WS-NB-LIGNES-SUPPR  TO WS-NB-EDT
           DISPLAY 'LIGNES SUPPRIMEES   = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES
           IF WS-GELJ-NB-REJETES > ZERO
              AND WS-RC-RUN < 4
              MOVE 4                TO WS-RC-RUN
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-COFX'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-COFX      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-EXAMINES      TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-EXPIRES       TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-COFL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-COFL      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
                                       WS-JSUM-FIC-ECRITS
           MOVE WS-NB-LIGNES-SUPPR  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
