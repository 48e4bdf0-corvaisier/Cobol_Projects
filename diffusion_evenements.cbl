       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX085.
      *==============================================================*
      * PROGRAMME de diffusion des evenements de FICHIER1            *
      *   - Le delta quotidien FOREX011/FOREX019 ne suffit plus aux  *
      *     equipes qui doivent savoir dans l'heure qu'un article    *
      *     est ajoute, clos ou reevalue (bureau des paiements,      *
      *     service clients)                                         *
      *   - Chaque programme de mise a jour de FICHIER1 ecrit ses    *
      *     evenements dans la boite FIC-EVT-SORTANTS (copybooks     *
      *     EVT*) ; ce programme, lance toutes les heures, remet a   *
      *     chaque abonne de FIC-ABONNES les evenements qu'il n'a    *
      *     pas encore lus, sur sa sortie FICEVD1 a FICEVD4 (4 au    *
      *     plus, meme principe que les sorties partenaires de       *
      *     FOREX010), filtres sur les types qu'il a demandes        *
      *   - Le dernier numero de sequence lu par chaque abonne est   *
      *     reecrit dans FIC-ABONNES : un nouvel abonne (numero a    *
      *     zero) recoit tout ce que la boite contient encore        *
      *   - Une fois tous les abonnes servis, la boite est videe et  *
      *     FIC-EVT-SEQUENCE porte le dernier numero attribue ; une  *
      *     ligne d'abonne invalide laisse la boite intacte (rien    *
      *     n'est perdu le temps de la corriger) et donne RC 4       *
      *   - Un run interrompu avant la reecriture de FIC-ABONNES     *
      *     redonne au run suivant des evenements deja remis : les   *
      *     abonnes ecartent les numeros deja recus                  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Abonnes : code, sortie, types d'evenements voulus, dernier
      *   numero de sequence lu - relu puis reecrit a chaque run
           SELECT FIC-ABONNES
                     ASSIGN to FICABON
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ABON.
      *    FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec
      *    son numero de sequence
           COPY EVTS.
      * Sorties par abonne (4 au plus, choisies par FIC-ABONNES)
           SELECT FIC-EVT-ABONNE1
                     ASSIGN to FICEVD1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVD1.
           SELECT FIC-EVT-ABONNE2
                     ASSIGN to FICEVD2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVD2.
           SELECT FIC-EVT-ABONNE3
                     ASSIGN to FICEVD3
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVD3.
           SELECT FIC-EVT-ABONNE4
                     ASSIGN to FICEVD4
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-EVD4.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Abonne : code, sortie 1 a 4, types voulus parmi A M C P S
      * (blanc = tous), dernier numero lu (blanc ou zero = nouvel
      * abonne) et horodatage de la derniere remise
       FD  FIC-ABONNES.
       01  ABON-REC.
         10 ABON-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 ABON-SORTIE        PIC 9(01).
         10 FILLER             PIC X(01).
         10 ABON-TYPES         PIC X(05).
         10 FILLER             PIC X(01).
         10 ABON-DERNIERE-SEQ  PIC X(10).
         10 FILLER             PIC X(01).
         10 ABON-DATE-REMISE   PIC X(14).
         10 FILLER             PIC X(38).

           COPY EVT.

       FD  FIC-EVT-ABONNE1.
       01  EVD1-REC            PIC X(200).
       FD  FIC-EVT-ABONNE2.
       01  EVD2-REC            PIC X(200).
       FD  FIC-EVT-ABONNE3.
       01  EVD3-REC            PIC X(200).
       FD  FIC-EVT-ABONNE4.
       01  EVD4-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-ABON       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ABON    PIC 9      VALUE ZERO.
               88 WS-FIN-ABON                  VALUE 1.
           02  WS-STATUS-EVD1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EVD2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EVD3       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-EVD4       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EVTO    PIC 9      VALUE ZERO.
               88 WS-FIN-EVTO                  VALUE 1.
           02  WS-INDIC-BOITE       PIC 9      VALUE ZERO.
               88 WS-BOITE-OUVERTE             VALUE 1.
      *    Une ligne d'abonne invalide interdit de vider la boite
           02  WS-INDIC-ABON-INVALIDE PIC 9    VALUE ZERO.
               88 WS-ABON-INVALIDE-VU          VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-EVT-LUS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-REMISES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-ABON-INVALIDES PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Abonnes (ligne d'origine gardee pour la reecriture)
       01  WS-NB-ABONNES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ABONNES.
           02  WS-ABN-ENTREE OCCURS 50.
               05 WS-ABN-LIGNE      PIC X(80).
               05 WS-ABN-INDIC-VALIDE PIC 9.
                   88 WS-ABN-VALIDE            VALUE 1.
               05 WS-ABN-SORTIE     PIC 9(01).
               05 WS-ABN-TYPES      PIC X(05).
               05 WS-ABN-DERNIERE-SEQ PIC 9(10).
               05 WS-ABN-NB-REMIS   PIC S9(9) COMP.
       01  WS-IDX-ABN               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Plus grand numero de sequence connu (compteur ou boite)
       01  WS-SEQUENCE-MAX          PIC 9(10)  VALUE ZERO.
       01  WS-DATE-HEURE-SYS.
           02  WS-HORODATAGE        PIC X(14).
           02  FILLER               PIC X(07).

      *    Statuts de la boite d'evenements et de sa sequence
           COPY EVTW.
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
           PERFORM INIT           *> Init, abonnes, sequence
           PERFORM TRAITEMENT     *> Remise des evenements
             UNTIL WS-FIN-EVTO
           PERFORM FIN            *> Abonnes, boite, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX085'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

           PERFORM CHARGE-ABONNES

           MOVE ZERO                TO WS-SEQUENCE-MAX
           OPEN INPUT FIC-EVT-SEQUENCE
           IF WS-STATUS-EVSQ = '00'
              READ FIC-EVT-SEQUENCE
               NOT AT END
                 IF EVSQ-DERNIERE NUMERIC
                    MOVE EVSQ-DERNIERE TO WS-SEQUENCE-MAX
                 END-IF
              END-READ
              CLOSE FIC-EVT-SEQUENCE
           END-IF

           OPEN INPUT FIC-EVT-SORTANTS
           IF WS-STATUS-EVTO NOT = '00'
              DISPLAY 'FIC-EVT-SORTANTS absente ou vide (statut '
                      WS-STATUS-EVTO '), rien a diffuser'
              SET WS-FIN-EVTO       TO TRUE
              EXIT PARAGRAPH
           END-IF
           SET WS-BOITE-OUVERTE     TO TRUE

           OPEN EXTEND FIC-EVT-ABONNE1
           IF WS-STATUS-EVD1 NOT = '00'
              OPEN OUTPUT FIC-EVT-ABONNE1
           END-IF
           MOVE WS-STATUS-EVD1      TO WS-FSTA-STATUT
           MOVE 'FIC-EVD1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-EVT-ABONNE2
           IF WS-STATUS-EVD2 NOT = '00'
              OPEN OUTPUT FIC-EVT-ABONNE2
           END-IF
           MOVE WS-STATUS-EVD2      TO WS-FSTA-STATUT
           MOVE 'FIC-EVD2'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-EVT-ABONNE3
           IF WS-STATUS-EVD3 NOT = '00'
              OPEN OUTPUT FIC-EVT-ABONNE3
           END-IF
           MOVE WS-STATUS-EVD3      TO WS-FSTA-STATUT
           MOVE 'FIC-EVD3'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN EXTEND FIC-EVT-ABONNE4
           IF WS-STATUS-EVD4 NOT = '00'
              OPEN OUTPUT FIC-EVT-ABONNE4
           END-IF
           MOVE WS-STATUS-EVD4      TO WS-FSTA-STATUT
           MOVE 'FIC-EVD4'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-EVENEMENT
           .

      *    Chargement des abonnes : code a blanc ou sortie hors 1-4
      *    = ligne invalide, gardee telle quelle pour la reecriture
       CHARGE-ABONNES.
           OPEN INPUT FIC-ABONNES
           IF WS-STATUS-ABON NOT = '00'
              DISPLAY 'FIC-ABONNES absent, aucun abonne a servir'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-ABON
              READ FIC-ABONNES
               AT END
                 SET WS-FIN-ABON    TO TRUE
               NOT AT END
                 IF WS-NB-ABONNES >= 50
                    DISPLAY 'ABEND - TABLE DES ABONNES PLEINE (50)'
                    MOVE 16         TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1              TO WS-NB-ABONNES
                 PERFORM RANGE-ABONNE
              END-READ
           END-PERFORM
           CLOSE FIC-ABONNES
           .

       RANGE-ABONNE.
           MOVE WS-NB-ABONNES       TO WS-IDX-ABN
           MOVE ABON-REC            TO WS-ABN-LIGNE (WS-IDX-ABN)
           MOVE ZERO                TO WS-ABN-NB-REMIS (WS-IDX-ABN)
           IF ABON-CODE = SPACE
              OR ABON-SORTIE NOT NUMERIC
              OR ABON-SORTIE < 1 OR ABON-SORTIE > 4
              MOVE ZERO             TO WS-ABN-INDIC-VALIDE (WS-IDX-ABN)
              SET WS-ABON-INVALIDE-VU TO TRUE
              ADD 1                 TO WS-NB-ABON-INVALIDES
              DISPLAY 'Abonne invalide ignore (' ABON-CODE
                      '), sortie ' ABON-SORTIE
              EXIT PARAGRAPH
           END-IF
           MOVE 1                   TO WS-ABN-INDIC-VALIDE (WS-IDX-ABN)
           MOVE ABON-SORTIE         TO WS-ABN-SORTIE (WS-IDX-ABN)
           MOVE ABON-TYPES          TO WS-ABN-TYPES (WS-IDX-ABN)
           IF ABON-DERNIERE-SEQ NUMERIC
              MOVE ABON-DERNIERE-SEQ
                                    TO WS-ABN-DERNIERE-SEQ (WS-IDX-ABN)
           ELSE
              MOVE ZERO             TO WS-ABN-DERNIERE-SEQ (WS-IDX-ABN)
           END-IF
           .

       LIT-EVENEMENT.
           READ FIC-EVT-SORTANTS
            AT END
              SET WS-FIN-EVTO      TO TRUE
            NOT AT END
              MOVE WS-STATUS-EVTO  TO WS-FSTA-STATUT
              MOVE 'FIC-EVTO'      TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
              ADD 1                TO WS-NB-EVT-LUS
           END-READ
           .

      *    Evenement courant remis a chaque abonne qui ne l'a pas
      *    encore lu et qui en veut le type ; le numero lu avance
      *    meme pour un type filtre
       TRAITEMENT.
           IF EVT-SEQUENCE NOT NUMERIC
              PERFORM LIT-EVENEMENT
              EXIT PARAGRAPH
           END-IF
           IF EVT-SEQUENCE > WS-SEQUENCE-MAX
              MOVE EVT-SEQUENCE     TO WS-SEQUENCE-MAX
           END-IF
           PERFORM VARYING WS-IDX-ABN FROM 1 BY 1
                   UNTIL   WS-IDX-ABN > WS-NB-ABONNES
              IF WS-ABN-VALIDE (WS-IDX-ABN)
                 AND EVT-SEQUENCE > WS-ABN-DERNIERE-SEQ (WS-IDX-ABN)
                 IF WS-ABN-TYPES (WS-IDX-ABN) = SPACE
                    OR WS-ABN-TYPES (WS-IDX-ABN) (1:1) = EVT-TYPE
                    OR WS-ABN-TYPES (WS-IDX-ABN) (2:1) = EVT-TYPE
                    OR WS-ABN-TYPES (WS-IDX-ABN) (3:1) = EVT-TYPE
                    OR WS-ABN-TYPES (WS-IDX-ABN) (4:1) = EVT-TYPE
                    OR WS-ABN-TYPES (WS-IDX-ABN) (5:1) = EVT-TYPE
                    PERFORM REMET-EVENEMENT
                 END-IF
                 MOVE EVT-SEQUENCE
                   TO WS-ABN-DERNIERE-SEQ (WS-IDX-ABN)
              END-IF
           END-PERFORM
           PERFORM LIT-EVENEMENT
           .

       REMET-EVENEMENT.
           EVALUATE WS-ABN-SORTIE (WS-IDX-ABN)
              WHEN 1
                 WRITE EVD1-REC FROM EVT-REC
              WHEN 2
                 WRITE EVD2-REC FROM EVT-REC
              WHEN 3
                 WRITE EVD3-REC FROM EVT-REC
              WHEN 4
                 WRITE EVD4-REC FROM EVT-REC
           END-EVALUATE
           ADD 1                    TO WS-ABN-NB-REMIS (WS-IDX-ABN)
           ADD 1                    TO WS-NB-REMISES
           .

      *    Reecriture des abonnes avec leur dernier numero lu -
      *    les lignes invalides repartent telles quelles
       REECRIT-ABONNES.
           OPEN OUTPUT FIC-ABONNES
           MOVE WS-STATUS-ABON      TO WS-FSTA-STATUT
           MOVE 'FIC-ABON'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM VARYING WS-IDX-ABN FROM 1 BY 1
                   UNTIL   WS-IDX-ABN > WS-NB-ABONNES
              MOVE WS-ABN-LIGNE (WS-IDX-ABN) TO ABON-REC
              IF WS-ABN-VALIDE (WS-IDX-ABN)
                 MOVE WS-ABN-DERNIERE-SEQ (WS-IDX-ABN)
                                    TO ABON-DERNIERE-SEQ
                 IF WS-ABN-NB-REMIS (WS-IDX-ABN) > ZERO
                    MOVE WS-HORODATAGE TO ABON-DATE-REMISE
                 END-IF
                 MOVE WS-ABN-NB-REMIS (WS-IDX-ABN) TO WS-NB-EDT
                 DISPLAY 'ABONNE ' ABON-CODE ' sortie '
                         ABON-SORTIE ' : ' WS-NB-EDT
                         ' evenement(s) remis, dernier lu '
                         ABON-DERNIERE-SEQ
              END-IF
              WRITE ABON-REC
           END-PERFORM
           CLOSE FIC-ABONNES
           .

      *    Sequence reecrite au plus grand numero connu AVANT de
      *    vider la boite : les programmes de mise a jour repartent
      *    de la, jamais en arriere
       VIDE-BOITE.
           OPEN OUTPUT FIC-EVT-SEQUENCE
           MOVE WS-STATUS-EVSQ      TO WS-FSTA-STATUT
           MOVE 'FIC-EVSQ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE SPACES              TO EVSQ-REC
           MOVE WS-SEQUENCE-MAX     TO EVSQ-DERNIERE
           WRITE EVSQ-REC
           CLOSE FIC-EVT-SEQUENCE

           OPEN OUTPUT FIC-EVT-SORTANTS
           MOVE WS-STATUS-EVTO      TO WS-FSTA-STATUT
           MOVE 'FIC-EVTO'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           CLOSE FIC-EVT-SORTANTS
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           IF WS-BOITE-OUVERTE
              CLOSE FIC-EVT-SORTANTS
                    FIC-EVT-ABONNE1
                    FIC-EVT-ABONNE2
                    FIC-EVT-ABONNE3
                    FIC-EVT-ABONNE4
           END-IF

           IF WS-NB-ABONNES > ZERO
              PERFORM REECRIT-ABONNES
           END-IF

      *    La boite n'est videe que si tous les abonnes inscrits
      *    ont ete servis
           EVALUATE TRUE
              WHEN NOT WS-BOITE-OUVERTE
                 CONTINUE
              WHEN WS-ABON-INVALIDE-VU
                 DISPLAY 'Abonne(s) invalide(s) : boite conservee'
              WHEN WS-NB-ABONNES = ZERO
                 DISPLAY 'Aucun abonne : boite conservee'
              WHEN OTHER
                 PERFORM VIDE-BOITE
           END-EVALUATE

           IF WS-NB-ABON-INVALIDES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           DISPLAY 'Diffusion des evenements FICHIER1 terminee'
           MOVE WS-NB-EVT-LUS       TO WS-NB-EDT
           DISPLAY 'EVENEMENTS LUS      = ' WS-NB-EDT
           MOVE WS-NB-REMISES       TO WS-NB-EDT
           DISPLAY 'REMISES             = ' WS-NB-EDT
           MOVE WS-NB-ABONNES       TO WS-NB-EDT
           DISPLAY 'ABONNES             = ' WS-NB-EDT
           MOVE WS-NB-ABON-INVALIDES TO WS-NB-EDT
           DISPLAY 'ABONNES INVALIDES   = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-EVTO'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-EVTO      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-EVT-LUS       TO WS-JSUM-FIC-LUS
           MOVE WS-NB-REMISES       TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
