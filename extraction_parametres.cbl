       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX092.
      *==============================================================*
      * PROGRAMME d'extraction des parametres du registre            *
      *   - Materialise les membres FIC-PARAM tels qu'ils etaient    *
      *     (ou seront) en vigueur a une date de run, a partir du    *
      *     registre FIC-REGISTRE-PARAM tenu par FOREX091 : pour     *
      *     chaque membre, la version de plus grande date d'effet    *
      *     non posterieure a la date de run                         *
      *   - Cartes FIC-CARTES-EXTRACTION :                           *
      *       D aaaammjj    : date de run (absente = date du jour)   *
      *       F membre nn   : membre a extraire vers la sortie       *
      *                       FICPX01 a FICPX12 (12 par step)        *
      *   - Step de tete de la chaine de nuit, sorties sur les       *
      *     membres de la PARMLIB ; pour expliquer un run passe,     *
      *     meme step avec la date de ce run et des sorties de       *
      *     travail                                                  *
      *   - Membre sans version a la date : sa sortie n'est pas      *
      *     ouverte (le membre en place reste tel quel), alerte E    *
      *     PARAMABS au pupitre et RC 8 ; carte invalide ou sortie   *
      *     deja prise : message et RC 4                             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Cartes d'extraction du step (en ligne dans le JCL)
           SELECT FIC-CARTES-EXTRACTION
                     ASSIGN to FICPEXT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PEXT.
      * Membres extraits (12 au plus par step)
           SELECT FIC-PARAM-EXTRAIT01
                     ASSIGN to FICPX01
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX01.
           SELECT FIC-PARAM-EXTRAIT02
                     ASSIGN to FICPX02
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX02.
           SELECT FIC-PARAM-EXTRAIT03
                     ASSIGN to FICPX03
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX03.
           SELECT FIC-PARAM-EXTRAIT04
                     ASSIGN to FICPX04
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX04.
           SELECT FIC-PARAM-EXTRAIT05
                     ASSIGN to FICPX05
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX05.
           SELECT FIC-PARAM-EXTRAIT06
                     ASSIGN to FICPX06
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX06.
           SELECT FIC-PARAM-EXTRAIT07
                     ASSIGN to FICPX07
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX07.
           SELECT FIC-PARAM-EXTRAIT08
                     ASSIGN to FICPX08
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX08.
           SELECT FIC-PARAM-EXTRAIT09
                     ASSIGN to FICPX09
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX09.
           SELECT FIC-PARAM-EXTRAIT10
                     ASSIGN to FICPX10
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX10.
           SELECT FIC-PARAM-EXTRAIT11
                     ASSIGN to FICPX11
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX11.
           SELECT FIC-PARAM-EXTRAIT12
                     ASSIGN to FICPX12
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PX12.
      *    FIC-REGISTRE-PARAM : le registre des parametres
           COPY REGPS.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte D (date de run) ou F (membre et numero de sortie)
       FD  FIC-CARTES-EXTRACTION.
       01  PEXT-REC.
         10 PEXT-CODE          PIC X(01).
         10 FILLER             PIC X(01).
         10 PEXT-FICHIER       PIC X(08).
         10 FILLER             PIC X(01).
         10 PEXT-SORTIE        PIC X(02).
         10 FILLER             PIC X(67).
       01  PEXT-REC-DATE REDEFINES PEXT-REC.
         10 FILLER             PIC X(02).
         10 PEXT-DATE-RUN      PIC X(08).
         10 FILLER             PIC X(70).

       FD  FIC-PARAM-EXTRAIT01.
       01  PX01-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT02.
       01  PX02-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT03.
       01  PX03-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT04.
       01  PX04-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT05.
       01  PX05-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT06.
       01  PX06-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT07.
       01  PX07-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT08.
       01  PX08-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT09.
       01  PX09-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT10.
       01  PX10-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT11.
       01  PX11-REC              PIC X(80).
       FD  FIC-PARAM-EXTRAIT12.
       01  PX12-REC              PIC X(80).

           COPY REGP.

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PEXT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PEXT    PIC 9      VALUE ZERO.
               88 WS-FIN-PEXT                  VALUE 1.
           02  WS-STATUS-PX01       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX02       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX03       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX04       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX05       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX06       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX07       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX08       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX09       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX10       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX11       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX12       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PX         PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CARTES         PIC S9(9)  VALUE ZERO.
           02  WS-NB-CARTES-REJ     PIC S9(9)  VALUE ZERO.
           02  WS-NB-EXTRAITS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-VERSION   PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-TOT     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Date de run de l'extraction (carte D, sinon le jour)
       01  WS-DATE-RUN              PIC 9(08)  VALUE ZERO.

      *    Sorties deja ecrites dans le step
       01  WS-TAB-SORTIES.
           02  WS-SOR-PRISE         PIC X(01)  OCCURS 12.
       01  WS-SORTIE                PIC 9(02)  VALUE ZERO.
       01  WS-IDX-LIG               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-LIGNE-EXTRAITE        PIC X(80)  VALUE SPACE.

       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Registre des parametres
           COPY REGPW.
      *    Fil des alertes operateur
           COPY ALRTW.
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
           PERFORM INIT           *> Init, registre, date de run
           PERFORM TRAITEMENT     *> Une carte F = un membre extrait
             UNTIL WS-FIN-PEXT
           PERFORM FIN            *> Fermetures, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           MOVE SPACES              TO WS-TAB-SORTIES

      *    Resume de fin de job standardise
           MOVE 'FOREX092'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX092'          TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DATE-RUN

           OPEN INPUT FIC-CARTES-EXTRACTION
           MOVE WS-STATUS-PEXT      TO WS-FSTA-STATUT
           MOVE 'FIC-PEXT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-REGISTRE-PARAM
           MOVE WS-STATUS-REGP      TO WS-FSTA-STATUT
           MOVE 'FIC-REGP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-CARTE
      *    Carte D en tete : date de run demandee
           IF NOT WS-FIN-PEXT AND PEXT-CODE = 'D'
              IF PEXT-DATE-RUN NUMERIC
                 MOVE PEXT-DATE-RUN TO WS-DATE-RUN
              END-IF
              IF PEXT-DATE-RUN NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-RUN) NOT = 0
                 DISPLAY 'ABEND - DATE DE RUN INVALIDE : '
                         PEXT-DATE-RUN
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM LIT-CARTE
           END-IF
           DISPLAY 'FOREX092 : parametres en vigueur au ' WS-DATE-RUN
           .

       LIT-CARTE.
           READ FIC-CARTES-EXTRACTION
            AT END
              SET WS-FIN-PEXT      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-CARTES
           END-READ
           .

      *    Une carte F : controle, puis extraction du membre
       TRAITEMENT.
           IF PEXT-REC (1:1) = '*' OR PEXT-REC = SPACE
              PERFORM LIT-CARTE
              EXIT PARAGRAPH
           END-IF
           IF PEXT-CODE NOT = 'F'
              OR PEXT-FICHIER = SPACE
              OR PEXT-SORTIE NOT NUMERIC
              OR PEXT-SORTIE < '01' OR PEXT-SORTIE > '12'
              DISPLAY 'Carte d''extraction invalide ignoree : '
                      PEXT-REC (1:40)
              ADD 1                 TO WS-NB-CARTES-REJ
              PERFORM LIT-CARTE
              EXIT PARAGRAPH
           END-IF
           MOVE PEXT-SORTIE         TO WS-SORTIE
           IF WS-SOR-PRISE (WS-SORTIE) = 'O'
              DISPLAY 'Sortie FICPX' PEXT-SORTIE ' deja ecrite, '
                      PEXT-FICHIER ' non extrait'
              ADD 1                 TO WS-NB-CARTES-REJ
              PERFORM LIT-CARTE
              EXIT PARAGRAPH
           END-IF

           PERFORM EXTRAIT-MEMBRE
           PERFORM LIT-CARTE
           .

      *    Version en vigueur a la date de run, recopiee telle quelle
       EXTRAIT-MEMBRE.
           MOVE PEXT-FICHIER        TO WS-REGP-FICHIER
           MOVE WS-DATE-RUN         TO WS-REGP-DATE-RECH
           PERFORM CHERCHE-VERSION-EN-VIGUEUR
           IF WS-REGP-DATE-VIGUEUR = ZERO
              DISPLAY 'PARAMETRE ' PEXT-FICHIER ' SANS VERSION AU '
                      WS-DATE-RUN ', sortie FICPX' PEXT-SORTIE
                      ' non ecrite'
              ADD 1                 TO WS-NB-SANS-VERSION
              MOVE 'E'              TO WS-ALRT-SEVERITE
              MOVE 'PARAMABS'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Parametre sans version : ' PEXT-FICHIER
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              EXIT PARAGRAPH
           END-IF
           PERFORM CHARGE-VERSION

           PERFORM OUVRE-SORTIE
           MOVE WS-STATUS-PX        TO WS-FSTA-STATUT
           MOVE 'FIC-PX  '          TO WS-FSTA-FICHIER
           MOVE PEXT-SORTIE         TO WS-FSTA-FICHIER (7:2)
           PERFORM CONTROLE-FILE-STATUT
           MOVE 'O'                 TO WS-SOR-PRISE (WS-SORTIE)
           PERFORM VARYING WS-IDX-LIG FROM 1 BY 1
                   UNTIL   WS-IDX-LIG > WS-REGP-NB-LIGNES
              MOVE WS-REGP-LIGNE (WS-IDX-LIG) TO WS-LIGNE-EXTRAITE
              PERFORM ECRIT-SORTIE
              PERFORM CONTROLE-FILE-STATUT
           END-PERFORM
           PERFORM FERME-SORTIE

           ADD 1                    TO WS-NB-EXTRAITS
           ADD WS-REGP-NB-LIGNES    TO WS-NB-LIGNES-TOT
           DISPLAY 'EXTRAIT ' PEXT-FICHIER ' -> FICPX' PEXT-SORTIE
                   ' : version du ' WS-REGP-DATE-VIGUEUR
                   ', ' WS-REGP-NB-LIGNES ' ligne(s), saisie le '
                   WS-REGP-VIG-HORODATAGE (1:8) ' par '
                   WS-REGP-VIG-OPERATEUR
           DISPLAY '        motif : ' WS-REGP-VIG-MOTIF
           .

       OUVRE-SORTIE.
           EVALUATE WS-SORTIE
              WHEN 1
                 OPEN OUTPUT FIC-PARAM-EXTRAIT01
                 MOVE WS-STATUS-PX01 TO WS-STATUS-PX
              WHEN 2
                 OPEN OUTPUT FIC-PARAM-EXTRAIT02
                 MOVE WS-STATUS-PX02 TO WS-STATUS-PX
              WHEN 3
                 OPEN OUTPUT FIC-PARAM-EXTRAIT03
                 MOVE WS-STATUS-PX03 TO WS-STATUS-PX
              WHEN 4
                 OPEN OUTPUT FIC-PARAM-EXTRAIT04
                 MOVE WS-STATUS-PX04 TO WS-STATUS-PX
              WHEN 5
                 OPEN OUTPUT FIC-PARAM-EXTRAIT05
                 MOVE WS-STATUS-PX05 TO WS-STATUS-PX
              WHEN 6
                 OPEN OUTPUT FIC-PARAM-EXTRAIT06
                 MOVE WS-STATUS-PX06 TO WS-STATUS-PX
              WHEN 7
                 OPEN OUTPUT FIC-PARAM-EXTRAIT07
                 MOVE WS-STATUS-PX07 TO WS-STATUS-PX
              WHEN 8
                 OPEN OUTPUT FIC-PARAM-EXTRAIT08
                 MOVE WS-STATUS-PX08 TO WS-STATUS-PX
              WHEN 9
                 OPEN OUTPUT FIC-PARAM-EXTRAIT09
                 MOVE WS-STATUS-PX09 TO WS-STATUS-PX
              WHEN 10
                 OPEN OUTPUT FIC-PARAM-EXTRAIT10
                 MOVE WS-STATUS-PX10 TO WS-STATUS-PX
              WHEN 11
                 OPEN OUTPUT FIC-PARAM-EXTRAIT11
                 MOVE WS-STATUS-PX11 TO WS-STATUS-PX
              WHEN 12
                 OPEN OUTPUT FIC-PARAM-EXTRAIT12
                 MOVE WS-STATUS-PX12 TO WS-STATUS-PX
           END-EVALUATE
           .

       ECRIT-SORTIE.
           EVALUATE WS-SORTIE
              WHEN 1
                 WRITE PX01-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX01 TO WS-STATUS-PX
              WHEN 2
                 WRITE PX02-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX02 TO WS-STATUS-PX
              WHEN 3
                 WRITE PX03-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX03 TO WS-STATUS-PX
              WHEN 4
                 WRITE PX04-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX04 TO WS-STATUS-PX
              WHEN 5
                 WRITE PX05-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX05 TO WS-STATUS-PX
              WHEN 6
                 WRITE PX06-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX06 TO WS-STATUS-PX
              WHEN 7
                 WRITE PX07-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX07 TO WS-STATUS-PX
              WHEN 8
                 WRITE PX08-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX08 TO WS-STATUS-PX
              WHEN 9
                 WRITE PX09-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX09 TO WS-STATUS-PX
              WHEN 10
                 WRITE PX10-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX10 TO WS-STATUS-PX
              WHEN 11
                 WRITE PX11-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX11 TO WS-STATUS-PX
              WHEN 12
                 WRITE PX12-REC FROM WS-LIGNE-EXTRAITE
                 MOVE WS-STATUS-PX12 TO WS-STATUS-PX
           END-EVALUATE
           MOVE WS-STATUS-PX        TO WS-FSTA-STATUT
           .

       FERME-SORTIE.
           EVALUATE WS-SORTIE
              WHEN 1
                 CLOSE FIC-PARAM-EXTRAIT01
              WHEN 2
                 CLOSE FIC-PARAM-EXTRAIT02
              WHEN 3
                 CLOSE FIC-PARAM-EXTRAIT03
              WHEN 4
                 CLOSE FIC-PARAM-EXTRAIT04
              WHEN 5
                 CLOSE FIC-PARAM-EXTRAIT05
              WHEN 6
                 CLOSE FIC-PARAM-EXTRAIT06
              WHEN 7
                 CLOSE FIC-PARAM-EXTRAIT07
              WHEN 8
                 CLOSE FIC-PARAM-EXTRAIT08
              WHEN 9
                 CLOSE FIC-PARAM-EXTRAIT09
              WHEN 10
                 CLOSE FIC-PARAM-EXTRAIT10
              WHEN 11
                 CLOSE FIC-PARAM-EXTRAIT11
              WHEN 12
                 CLOSE FIC-PARAM-EXTRAIT12
           END-EVALUATE
           .

      *    Lecture du registre des parametres
           COPY REGPP.
      *    Ecriture d'une alerte operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           CLOSE FIC-CARTES-EXTRACTION
                 FIC-REGISTRE-PARAM

           IF WS-NB-CARTES-REJ > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           IF WS-NB-SANS-VERSION > ZERO
              IF WS-RC-RUN < 8
                 MOVE 8             TO WS-RC-RUN
              END-IF
           END-IF

           DISPLAY 'Extraction des parametres terminee'
           MOVE WS-NB-CARTES        TO WS-NB-EDT
           DISPLAY 'CARTES LUES         = ' WS-NB-EDT
           MOVE WS-NB-EXTRAITS      TO WS-NB-EDT
           DISPLAY 'MEMBRES EXTRAITS    = ' WS-NB-EDT
           MOVE WS-NB-LIGNES-TOT    TO WS-NB-EDT
           DISPLAY 'LIGNES ECRITES      = ' WS-NB-EDT
           MOVE WS-NB-SANS-VERSION  TO WS-NB-EDT
           DISPLAY 'SANS VERSION        = ' WS-NB-EDT
           MOVE WS-NB-CARTES-REJ    TO WS-NB-EDT
           DISPLAY 'CARTES IGNOREES     = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-PEXT'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PEXT      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CARTES        TO WS-JSUM-FIC-LUS
           MOVE WS-NB-EXTRAITS      TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-CARTES-REJ    TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-REGP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REGP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-TOT    TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-SANS-VERSION  TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
