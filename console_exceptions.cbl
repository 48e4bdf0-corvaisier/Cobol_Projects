       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX107.
      *==============================================================*
      * PROGRAMME console des chefs d'equipe sur la file des         *
      * exceptions (FIC-FILE-EXCEPTIONS)                             *
      *   - Dialogue ACCEPT/DISPLAY, meme esprit que FOREX045 : la   *
      *     liste numerotee des exceptions ouvertes (toutes, non     *
      *     assignees, ou d'un responsable), puis par numero de      *
      *     liste :                                                  *
      *       A assigner a un responsable (profil FIC-OPERATEURS)    *
      *       N annoter (la note remplace la precedente)             *
      *       C clore, avec une note de cloture obligatoire          *
      *   - Session reservee aux profils portant la fonction Q       *
      *     (profils FIC-OPERATEURS partages avec FOREX015/FOREX016) *
      *   - Chaque geste s'ajoute au journal persistant              *
      *     FIC-JRN-EXCEPT : qui a assigne, annote ou clos quoi et   *
      *     quand                                                    *
      *   - La collecte FOREX106 alimente la file chaque nuit ; la   *
      *     balance agee FOREX108 l'edite par responsable            *
      *   - ENTREE seule met fin a la session                        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-FILE-EXCEPTIONS : file de travail des exceptions
           COPY EXCQS.
      * FIC-OPERATEURS : profils operateurs partages
           SELECT FIC-OPERATEURS
                     ASSIGN to FICOPER
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-OPER.
      * Journal des gestes de la console : 1 ligne par geste
           SELECT FIC-JRN-EXCEPT
                     ASSIGN to FICJEXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JEXC.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY EXCQ.

       FD  FIC-OPERATEURS.
       01  OPER-REC.
         10 OPER-ID           PIC X(08).
         10 FILLER            PIC X(01).
         10 OPER-FONCTIONS    PIC X(04).
         10 FILLER            PIC X(01).
         10 OPER-PLAFOND      PIC 9(09).
         10 FILLER            PIC X(57).

      * Geste de la console : horodatage, operateur, action (A/N/C),
      * exception visee, valeur saisie (responsable ou note)
       FD  FIC-JRN-EXCEPT.
       01  JEXC-REC.
         10 JEXC-DATE-HEURE    PIC X(17).
         10 FILLER             PIC X(01).
         10 JEXC-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 JEXC-ACTION        PIC X(01).
         10 FILLER             PIC X(01).
         10 JEXC-SOURCE        PIC X(04).
         10 FILLER             PIC X(01).
         10 JEXC-REFERENCE     PIC X(40).
         10 FILLER             PIC X(01).
         10 JEXC-VALEUR        PIC X(40).
         10 FILLER             PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-OPER       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-OPER    PIC 9      VALUE ZERO.
               88 WS-FIN-OPER                  VALUE 1.
           02  WS-STATUS-JEXC       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-EXCQ    PIC 9      VALUE ZERO.
               88 WS-FIN-EXCQ                  VALUE 1.
           02  WS-INDIC-FIN-SESSION PIC 9      VALUE ZERO.
               88 WS-FIN-SESSION               VALUE 1.
           02  WS-INDIC-EXCQ-LUE    PIC 9      VALUE ZERO.
               88 WS-EXCQ-LUE                  VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ASSIGNATIONS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANNOTATIONS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-CLOTURES       PIC S9(9)  VALUE ZERO.

      *    Profil de l'operateur de la session, et identifiants de
      *    tous les profils (un responsable doit en avoir un)
       01  WS-PROFIL-OPERATEUR.
           02  WS-OPERATEUR-ID      PIC X(08)   VALUE SPACE.
           02  WS-OPER-FONCTIONS    PIC X(04)   VALUE SPACE.
           02  WS-INDIC-PROFIL      PIC 9       VALUE ZERO.
               88 WS-PROFIL-TROUVE              VALUE 1.
       01  WS-NB-OPERATEURS         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-OPERATEURS.
           02  WS-OPR-ID OCCURS 200 PIC X(08).
       01  WS-IDX-OPR               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Exceptions de la derniere liste, dans l'ordre de la
      *    liste : les gestes les designent par leur numero
       01  WS-NB-LISTEES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-LISTE.
           02  WS-LST-CLE OCCURS 500 PIC X(44).

      *    Saisies operateur de la session
       01  WS-SAISIES.
           02  WS-CHOIX-SAISI       PIC X(01)  VALUE SPACE.
               88 WS-CHOIX-LISTER               VALUE 'L'.
               88 WS-CHOIX-ASSIGNER             VALUE 'A'.
               88 WS-CHOIX-ANNOTER              VALUE 'N'.
               88 WS-CHOIX-CLORE                VALUE 'C'.
           02  WS-FILTRE-SAISI      PIC X(08)  VALUE SPACE.
           02  WS-NUMERO-SAISI      PIC X(04)  VALUE SPACE.
           02  WS-NUMERO-LISTE      PIC 9(04)  VALUE ZERO.
           02  WS-RESPONSABLE-SAISI PIC X(08)  VALUE SPACE.
           02  WS-NOTE-SAISIE       PIC X(40)  VALUE SPACE.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NO-EDT            PIC ZZZ9.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    Statut de la file des exceptions
           COPY EXCQW.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.

      *    Date et heure systeme, pour l'horodatage des gestes
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
               03  WS-DHS-ANNEE     PIC 9(04).
               03  WS-DHS-MOIS      PIC 9(02).
               03  WS-DHS-JOUR      PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DHS-DATE-NUM          PIC 9(08)  VALUE ZERO.
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT           *> Init, session operateur
           PERFORM TRAITEMENT     *> Dialogue operateur EN BOUCLE
             UNTIL WS-FIN-SESSION
           PERFORM FIN            *> Fin du programme
           .

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

           PERFORM OUVRE-SESSION-OPERATEUR

           OPEN I-O FIC-FILE-EXCEPTIONS
           MOVE WS-STATUS-EXCQ      TO WS-FSTA-STATUT
           MOVE 'FIC-EXCQ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Les gestes de la session s'ajoutent a la suite du
      *    journal persistant (cree au premier usage)
           OPEN EXTEND FIC-JRN-EXCEPT
           IF WS-STATUS-JEXC NOT = '00'
              OPEN OUTPUT FIC-JRN-EXCEPT
              MOVE WS-STATUS-JEXC   TO WS-FSTA-STATUT
              MOVE 'FIC-JEXC'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

           DISPLAY '================================================'
           DISPLAY ' FOREX107 - CONSOLE DE LA FILE DES EXCEPTIONS'
           DISPLAY '================================================'
           DISPLAY ' L = lister les exceptions ouvertes,'
           DISPLAY ' A = assigner, N = annoter, C = clore une'
           DISPLAY '     exception de la derniere liste,'
           DISPLAY ' ENTREE seule pour terminer la session.'
           DISPLAY '================================================'
           .

      *    Identification du chef d'equipe - profils partages avec
      *    FOREX015/FOREX016 ; la fonction Q ouvre la console.
      *    Les identifiants sont gardes pour controler les
      *    assignations
       OUVRE-SESSION-OPERATEUR.
           DISPLAY 'Identifiant operateur ?'
           ACCEPT WS-OPERATEUR-ID
           IF WS-OPERATEUR-ID = SPACE
              DISPLAY 'Identifiant obligatoire, session refusee'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FIC-OPERATEURS
           IF WS-STATUS-OPER NOT = '00'
              DISPLAY 'FIC-OPERATEURS absent, session refusee'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHARGE-PROFIL
             UNTIL WS-FIN-OPER
           CLOSE FIC-OPERATEURS
           IF NOT WS-PROFIL-TROUVE
              DISPLAY 'Operateur ' WS-OPERATEUR-ID
                      ' sans profil, session refusee'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-OPER-FONCTIONS (1:1) NOT = 'Q'
              AND WS-OPER-FONCTIONS (2:1) NOT = 'Q'
              AND WS-OPER-FONCTIONS (3:1) NOT = 'Q'
              AND WS-OPER-FONCTIONS (4:1) NOT = 'Q'
              DISPLAY 'Operateur ' WS-OPERATEUR-ID
                      ' sans fonction Q, session refusee'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'Session ouverte pour ' WS-OPERATEUR-ID
           .

       CHARGE-PROFIL.
           READ FIC-OPERATEURS
            AT END
              SET WS-FIN-OPER      TO TRUE
            NOT AT END
              IF OPER-ID = WS-OPERATEUR-ID
                 SET WS-PROFIL-TROUVE TO TRUE
                 MOVE OPER-FONCTIONS TO WS-OPER-FONCTIONS
              END-IF
              IF WS-NB-OPERATEURS < 200
                 ADD 1             TO WS-NB-OPERATEURS
                 MOVE OPER-ID      TO WS-OPR-ID (WS-NB-OPERATEURS)
              END-IF
           END-READ
           .

      *    Un tour de dialogue : choix de l'action
       TRAITEMENT.
           MOVE SPACE               TO WS-CHOIX-SAISI
           DISPLAY 'Action ? (L=lister, A=assigner, N=annoter, '
                   'C=clore, ENTREE=fin)'
           ACCEPT WS-CHOIX-SAISI

           EVALUATE TRUE
              WHEN WS-CHOIX-SAISI = SPACE
                 SET WS-FIN-SESSION TO TRUE
              WHEN WS-CHOIX-LISTER
                 PERFORM LISTE-EXCEPTIONS
              WHEN WS-CHOIX-ASSIGNER
                 PERFORM ASSIGNE-EXCEPTION
              WHEN WS-CHOIX-ANNOTER
                 PERFORM ANNOTE-EXCEPTION
              WHEN WS-CHOIX-CLORE
                 PERFORM CLOT-EXCEPTION
              WHEN OTHER
                 DISPLAY 'Action inconnue'
           END-EVALUATE
           .

      *    Liste numerotee des exceptions ouvertes, dans l'ordre de
      *    la file (source, reference) - filtre sur le responsable
      *    (ENTREE = toutes, * = non assignees)
       LISTE-EXCEPTIONS.
           MOVE SPACE               TO WS-FILTRE-SAISI
           DISPLAY 'Responsable ? (ENTREE=toutes, *=non assignees)'
           ACCEPT WS-FILTRE-SAISI
           MOVE ZERO                TO WS-NB-LISTEES
                                       WS-INDIC-FIN-EXCQ
           MOVE LOW-VALUE           TO EXCQ-CLE
           START FIC-FILE-EXCEPTIONS KEY IS NOT LESS THAN EXCQ-CLE
              INVALID KEY
                 SET WS-FIN-EXCQ    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-EXCQ
              READ FIC-FILE-EXCEPTIONS NEXT RECORD
                 AT END
                    SET WS-FIN-EXCQ TO TRUE
                 NOT AT END
                    IF EXCQ-OUVERTE
                       PERFORM LISTE-UNE-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM
           IF WS-NB-LISTEES = ZERO
              DISPLAY 'Aucune exception ouverte'
           END-IF
           .

       LISTE-UNE-EXCEPTION.
           EVALUATE TRUE
              WHEN WS-FILTRE-SAISI = SPACE
                 CONTINUE
              WHEN WS-FILTRE-SAISI = '*'
                 IF EXCQ-RESPONSABLE NOT = SPACE
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 IF EXCQ-RESPONSABLE NOT = WS-FILTRE-SAISI
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE
           IF WS-NB-LISTEES >= 500
              IF WS-NB-LISTEES = 500
                 DISPLAY '*** LISTE LIMITEE A 500 EXCEPTIONS : '
                         'FILTRER PAR RESPONSABLE ***'
                 ADD 1              TO WS-NB-LISTEES
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-LISTEES
           MOVE EXCQ-CLE            TO WS-LST-CLE (WS-NB-LISTEES)
           MOVE WS-NB-LISTEES       TO WS-NO-EDT
           DISPLAY WS-NO-EDT ' '
                   EXCQ-SOURCE ' '
                   EXCQ-REFERENCE (1:30) ' '
                   EXCQ-DATE-LEVEE ' '
                   EXCQ-RESPONSABLE
           IF EXCQ-MONTANT = ZERO
              DISPLAY '     ' EXCQ-MOTIF
           ELSE
              MOVE EXCQ-MONTANT     TO WS-MONTANT-EDT
              DISPLAY '     ' EXCQ-MOTIF ' ' WS-MONTANT-EDT ' '
                      EXCQ-DEVISE
           END-IF
           IF EXCQ-NOTE NOT = SPACE
              DISPLAY '     Note : ' EXCQ-NOTE
           END-IF
           .

      *    Exception designee par son numero dans la derniere
      *    liste, relue dans la file : elle doit etre encore
      *    ouverte (la collecte a pu la resoudre entre-temps)
       LIT-EXCEPTION-LISTEE.
           MOVE ZERO                TO WS-INDIC-EXCQ-LUE
           MOVE SPACE               TO WS-NUMERO-SAISI
           DISPLAY 'Numero de l''exception ?'
           ACCEPT WS-NUMERO-SAISI
           IF WS-NUMERO-SAISI NOT NUMERIC
              DISPLAY 'Numero invalide'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-SAISI     TO WS-NUMERO-LISTE
           IF WS-NUMERO-LISTE < 1
              OR WS-NUMERO-LISTE > WS-NB-LISTEES
              OR WS-NUMERO-LISTE > 500
              DISPLAY 'Numero hors liste'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LST-CLE (WS-NUMERO-LISTE) TO EXCQ-CLE
           READ FIC-FILE-EXCEPTIONS
              INVALID KEY
                 DISPLAY 'Exception absente de la file'
                 EXIT PARAGRAPH
           END-READ
           IF NOT EXCQ-OUVERTE
              DISPLAY 'Exception deja close ou resolue'
              EXIT PARAGRAPH
           END-IF
           SET WS-EXCQ-LUE          TO TRUE
           .

      *    Assignation : le responsable doit avoir un profil
       ASSIGNE-EXCEPTION.
           PERFORM LIT-EXCEPTION-LISTEE
           IF NOT WS-EXCQ-LUE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO WS-RESPONSABLE-SAISI
           DISPLAY 'Responsable ?'
           ACCEPT WS-RESPONSABLE-SAISI
           IF WS-RESPONSABLE-SAISI = SPACE
              DISPLAY 'Responsable obligatoire, abandon'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL   WS-IDX-OPR > WS-NB-OPERATEURS
                      OR   WS-OPR-ID (WS-IDX-OPR) = WS-RESPONSABLE-SAISI
              CONTINUE
           END-PERFORM
           IF WS-IDX-OPR > WS-NB-OPERATEURS
              DISPLAY 'Responsable ' WS-RESPONSABLE-SAISI
                      ' sans profil, abandon'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RESPONSABLE-SAISI TO EXCQ-RESPONSABLE
           MOVE SPACES              TO JEXC-REC
           MOVE 'A'                 TO JEXC-ACTION
           MOVE WS-RESPONSABLE-SAISI TO JEXC-VALEUR
           PERFORM ENREGISTRE-GESTE
           IF WS-EXCQ-LUE
              ADD 1                 TO WS-NB-ASSIGNATIONS
              DISPLAY 'Exception assignee a ' WS-RESPONSABLE-SAISI
           END-IF
           .

       ANNOTE-EXCEPTION.
           PERFORM LIT-EXCEPTION-LISTEE
           IF NOT WS-EXCQ-LUE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO WS-NOTE-SAISIE
           DISPLAY 'Note (40 car.) ?'
           ACCEPT WS-NOTE-SAISIE
           IF WS-NOTE-SAISIE = SPACE
              DISPLAY 'Note vide, abandon'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-SAISIE      TO EXCQ-NOTE
           MOVE SPACES              TO JEXC-REC
           MOVE 'N'                 TO JEXC-ACTION
           MOVE WS-NOTE-SAISIE      TO JEXC-VALEUR
           PERFORM ENREGISTRE-GESTE
           IF WS-EXCQ-LUE
              ADD 1                 TO WS-NB-ANNOTATIONS
              DISPLAY 'Note enregistree'
           END-IF
           .

      *    Cloture : la note de cloture dit ce qui a ete fait
       CLOT-EXCEPTION.
           PERFORM LIT-EXCEPTION-LISTEE
           IF NOT WS-EXCQ-LUE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO WS-NOTE-SAISIE
           DISPLAY 'Note de cloture (40 car.) ?'
           ACCEPT WS-NOTE-SAISIE
           IF WS-NOTE-SAISIE = SPACE
              DISPLAY 'Note de cloture obligatoire, abandon'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-SAISIE      TO EXCQ-NOTE
           SET EXCQ-CLOSE           TO TRUE
           MOVE SPACES              TO JEXC-REC
           MOVE 'C'                 TO JEXC-ACTION
           MOVE WS-NOTE-SAISIE      TO JEXC-VALEUR
           PERFORM ENREGISTRE-GESTE
           IF WS-EXCQ-LUE
              ADD 1                 TO WS-NB-CLOTURES
              DISPLAY 'Exception close'
           END-IF
           .

      *    Mise a jour de l'exception lue, puis ligne de journal
      *    (action et valeur deja posees dans JEXC-REC)
       ENREGISTRE-GESTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           MOVE WS-DHS-DATE         TO WS-DHS-DATE-NUM
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE WS-OPERATEUR-ID     TO EXCQ-OPER-MAJ
           MOVE WS-DHS-DATE-NUM     TO EXCQ-DATE-MAJ
           IF EXCQ-CLOSE
              MOVE WS-DHS-DATE-NUM  TO EXCQ-DATE-STATUT
           END-IF
           REWRITE EXCQ-REC
              INVALID KEY
                 DISPLAY '  erreur REWRITE, geste non enregistre'
                 MOVE ZERO          TO WS-INDIC-EXCQ-LUE
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-DATE-HEURE-EDT   TO JEXC-DATE-HEURE
           MOVE WS-OPERATEUR-ID     TO JEXC-OPERATEUR
           MOVE EXCQ-SOURCE         TO JEXC-SOURCE
           MOVE EXCQ-REFERENCE      TO JEXC-REFERENCE
           WRITE JEXC-REC
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.

      * Fin du pgm
       FIN.
           DISPLAY '================================================'
           DISPLAY ' FOREX107 - FIN DE SESSION'
           MOVE WS-NB-ASSIGNATIONS  TO WS-NB-EDT
           DISPLAY ' ASSIGNATIONS DE LA SESSION = ' WS-NB-EDT
           MOVE WS-NB-ANNOTATIONS   TO WS-NB-EDT
           DISPLAY ' ANNOTATIONS DE LA SESSION  = ' WS-NB-EDT
           MOVE WS-NB-CLOTURES      TO WS-NB-EDT
           DISPLAY ' CLOTURES DE LA SESSION     = ' WS-NB-EDT
           DISPLAY '================================================'

           CLOSE FIC-FILE-EXCEPTIONS
                 FIC-JRN-EXCEPT

           GOBACK.
