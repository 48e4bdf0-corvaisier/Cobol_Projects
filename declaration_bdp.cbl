       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX104.
      *==============================================================*
      * PROGRAMME de declaration trimestrielle des paiements         *
      * transfrontaliers a la banque centrale (balance des           *
      * paiements)                                                   *
      *   - Trimestre AAAAT lu dans FIC-PARAM-DBP (carte             *
      *     obligatoire), avec le seuil de declaration en euro (a    *
      *     defaut 50.000,00) et la nature d'operation par defaut    *
      *   - Relit toutes les generations de FIC-PAIEMENTS (bases     *
      *     GDG) : une reference presente dans plusieurs generations *
      *     (reecriture par FOREX071) ne compte qu'une fois, une     *
      *     reference supprimee par FOREX071 (FIC-AUDIT-ANNUL,       *
      *     action SUPPRIMEE) n'est pas declaree                     *
      *   - Retient les paiements du trimestre (date de valeur) dont *
      *     le pays de la contrepartie (FIC-CONTREPARTIES) differe   *
      *     du pays de l'entite declarante (PAIE-ENTITE, pays par    *
      *     FIC-PAYS-ENTITES comme FOREX00B, a defaut FRA) et dont   *
      *     la contre-valeur en euro (cours en vigueur a la date de  *
      *     valeur, FIC-TAUX-CHANGE) depasse le seuil                *
      *   - Nature d'operation par contrepartie dans FIC-NATURES-BDP *
      *     (facultatif), a defaut la nature de la carte             *
      *   - Ecrit FIC-DECLARATION-BDP au format fixe de la banque    *
      *     centrale : par entite un en-tete (01), une ligne par     *
      *     pays x devise x nature (02) et une fin (09) avec nombre  *
      *     de lignes et total en euro                               *
      *   - Listing de controle FIC-LISTE-BDP : memes lignes, total  *
      *     par pays et par entite, decompte des paiements ecartes   *
      *   - Paiement sans contrepartie connue ou sans cours : non    *
      *     declare, liste, RC 4 et alerte W DECLBDP                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Trimestre, seuil, nature par defaut - obligatoire
           SELECT FIC-PARAM-DBP
                     ASSIGN to FICPDBP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PDBP.
      *    FIC-PAIEMENTS : toutes les generations du trimestre
           COPY PAIES.
      * Trace des demandes d'annulation de FOREX071 - facultatif
           SELECT FIC-AUDIT-ANNUL
                     ASSIGN to FICAANN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AANN.
      * Referentiel des contreparties, pour le pays
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Pays d'etablissement de chaque entite juridique (facultatif,
      *   sans lui toutes les entites sont etablies en France)
           SELECT FIC-PAYS-ENTITES
                     ASSIGN to FICPAYSE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PAYSE.
      * Table des taux de change vers l'euro (1 ligne par devise et
      * par date de cotation) - facultatif, sans elle seul l'euro a
      * une contre-valeur
           SELECT FIC-TAUX-CHANGE
                     ASSIGN to FICTXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * Nature d'operation par contrepartie - facultatif
           SELECT FIC-NATURES-BDP
                     ASSIGN to FICNATBP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-NATB.
      * Tri des paiements et des annulations par reference
           SELECT SORT-PAIEMENTS ASSIGN to SORTWK1.
      * Paiements declarables, issus du tri
           SELECT FIC-PAIE-DECLARABLES
                     ASSIGN to FICTDBP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TDBP.
      * Tri des paiements declarables par entite, pays, devise et
      *   nature
           SELECT SORT-DECLARATION ASSIGN to SORTWK2.
      * Declaration a la banque centrale, format fixe
           SELECT FIC-DECLARATION-BDP
                     ASSIGN to FICDBP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DBP.
      * Listing de controle
           SELECT FIC-LISTE-BDP
                     ASSIGN to FICLDBP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-LDBP.
      *    Fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Carte : annee et trimestre (1 a 4), seuil de declaration en
      * euro (blanc = 50.000,00), nature par defaut (blanc = 999,
      * non ventilee)
       FD  FIC-PARAM-DBP.
       01  PDBP-REC.
         10 PDBP-ANNEE         PIC 9(04).
         10 PDBP-TRIMESTRE     PIC 9(01).
         10 FILLER             PIC X(01).
         10 PDBP-SEUIL         PIC 9(11)V99.
         10 FILLER             PIC X(01).
         10 PDBP-NATURE        PIC X(03).
         10 FILLER             PIC X(57).

           COPY PAIE.

      * Trace d'une demande d'annulation : meme dessin que FOREX071
       FD  FIC-AUDIT-ANNUL.
       01  AANN-REC.
         10 AANN-DATE-HEURE    PIC X(17).
         10 FILLER             PIC X(01).
         10 AANN-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 AANN-ACTION        PIC X(10).
         10 FILLER             PIC X(01).
         10 AANN-OPERATEUR     PIC X(08).
         10 FILLER             PIC X(01).
         10 AANN-MOTIF         PIC X(40).
         10 FILLER             PIC X(01).
         10 AANN-REFUS         PIC X(20).
         10 FILLER             PIC X(04).

      * Contrepartie : meme dessin que FOREX055
       FD  FIC-CONTREPARTIES.
       01  CTP-REC.
         10 CTP-CODE           PIC X(06).
         10 CTP-NOM            PIC X(30).
         10 CTP-PAYS           PIC X(03).
         10 CTP-CONTACT        PIC X(20).
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Pays d'une entite : code entite ('**' = entite par defaut)
       FD  FIC-PAYS-ENTITES.
       01  PAYSE-REC.
         10 PAYSE-ENTITE       PIC X(02).
         10 FILLER             PIC X(01).
         10 PAYSE-PAYS         PIC X(03).
         10 FILLER             PIC X(74).

       FD  FIC-TAUX-CHANGE.
       01  TXC-REC.
         10 TXC-DEVISE         PIC X(03).
         10 TXC-DATE           PIC 9(08).
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Nature d'operation declaree pour une contrepartie
       FD  FIC-NATURES-BDP.
       01  NATB-REC.
         10 NATB-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 NATB-NATURE        PIC X(03).
         10 FILLER             PIC X(70).

      * Annulation (A) ou paiement (P) d'une reference :
      * l'annulation precede les paiements dans le tri
       SD  SORT-PAIEMENTS.
       01  SP-REC.
         10 SP-REF             PIC X(16).
         10 SP-TYPE            PIC X(01).
             88 SP-ANNULATION            VALUE 'A'.
             88 SP-PAIEMENT              VALUE 'P'.
         10 SP-CTP             PIC X(06).
         10 SP-ENTITE          PIC X(02).
         10 SP-DEVISE          PIC X(03).
         10 SP-MONTANT         PIC 9(09)V99.
         10 SP-DATE            PIC 9(08).
         10 FILLER             PIC X(33).

      * Paiement declarable : meme dessin que SD-REC
       FD  FIC-PAIE-DECLARABLES.
       01  TDBP-REC.
         10 TDBP-ENTITE        PIC X(02).
         10 TDBP-PAYS-CTP      PIC X(03).
         10 TDBP-DEVISE        PIC X(03).
         10 TDBP-NATURE        PIC X(03).
         10 TDBP-PAYS-ENTITE   PIC X(03).
         10 TDBP-REF           PIC X(16).
         10 TDBP-MONTANT       PIC 9(09)V99.
         10 TDBP-MONTANT-EUR   PIC 9(11)V99.
         10 TDBP-DATE          PIC 9(08).
         10 FILLER             PIC X(18).

      * Paiement declarable : entite, pays de l'entite, pays de la
      * contrepartie, devise, nature
       SD  SORT-DECLARATION.
       01  SD-REC.
         10 SD-ENTITE          PIC X(02).
         10 SD-PAYS-CTP        PIC X(03).
         10 SD-DEVISE          PIC X(03).
         10 SD-NATURE          PIC X(03).
         10 SD-PAYS-ENTITE     PIC X(03).
         10 SD-REF             PIC X(16).
         10 SD-MONTANT         PIC 9(09)V99.
         10 SD-MONTANT-EUR     PIC 9(11)V99.
         10 SD-DATE            PIC 9(08).
         10 FILLER             PIC X(18).

      * Declaration : type 01 en-tete d'entite, 02 ligne pays x
      * devise x nature, 09 fin d'entite
       FD  FIC-DECLARATION-BDP.
       01  DBP-REC.
         10 DBP-TYPE           PIC X(02).
         10 DBP-ENTITE         PIC X(02).
         10 DBP-CORPS          PIC X(76).
         10 DBP-ENTETE REDEFINES DBP-CORPS.
           15 DBP-PAYS-DECLARANT PIC X(03).
           15 DBP-PERIODE      PIC X(05).
           15 DBP-DATE-CREATION PIC 9(08).
           15 DBP-SEUIL        PIC 9(11)V99.
           15 FILLER           PIC X(47).
         10 DBP-LIGNE REDEFINES DBP-CORPS.
           15 DBP-PAYS-CTP     PIC X(03).
           15 DBP-DEVISE       PIC X(03).
           15 DBP-NATURE       PIC X(03).
           15 DBP-SENS         PIC X(01).
           15 DBP-NB-OPERATIONS PIC 9(07).
           15 DBP-MONTANT-DEVISE PIC 9(13)V99.
           15 DBP-MONTANT-EUR  PIC 9(13)V99.
           15 FILLER           PIC X(29).
         10 DBP-FIN REDEFINES DBP-CORPS.
           15 DBP-NB-LIGNES    PIC 9(07).
           15 DBP-TOTAL-EUR    PIC 9(15)V99.
           15 FILLER           PIC X(52).

       FD  FIC-LISTE-BDP.
       01  LDBP-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PDBP       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-AANN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AANN    PIC 9      VALUE ZERO.
               88 WS-FIN-AANN                  VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.
           02  WS-STATUS-PAYSE      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAYSE   PIC 9      VALUE ZERO.
               88 WS-FIN-PAYSE                 VALUE 1.
           02  WS-STATUS-TXC        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXC     PIC 9      VALUE ZERO.
               88 WS-FIN-TXC                   VALUE 1.
           02  WS-STATUS-NATB       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-NATB    PIC 9      VALUE ZERO.
               88 WS-FIN-NATB                  VALUE 1.
           02  WS-STATUS-TDBP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-INDIC-FIN-TDBP    PIC 9      VALUE ZERO.
               88 WS-FIN-TDBP                  VALUE 1.
           02  WS-INDIC-FIN-DECL    PIC 9      VALUE ZERO.
               88 WS-FIN-DECL                  VALUE 1.
           02  WS-STATUS-DBP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-LDBP       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-PAIE-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANNUL-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DOUBLONS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANNULES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-TRIMESTRE PIC S9(9)  VALUE ZERO.
           02  WS-NB-DOMESTIQUES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-SOUS-SEUIL     PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-PAYS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-COURS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DECLARABLES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-ENTITES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-ENREG-DBP      PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-LISTE   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-EUR-EDT           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Parametres de la declaration
       01  WS-ANNEE                 PIC 9(04)  VALUE ZERO.
       01  WS-TRIMESTRE             PIC 9(01)  VALUE ZERO.
       01  WS-PERIODE-DBP.
           02  WS-PER-ANNEE         PIC 9(04).
           02  WS-PER-TRIMESTRE     PIC 9(01).
       01  WS-DATE-DEBUT            PIC 9(08)  VALUE ZERO.
       01  WS-DATE-FIN              PIC 9(08)  VALUE ZERO.
       01  WS-SEUIL                 PIC 9(11)V99 VALUE 50000,00.
       01  WS-NATURE-DEFAUT         PIC X(03)  VALUE '999'.

      *    Pays des entites juridiques, comme FOREX00B
       01  WS-PAYS-ENTITE-DEFAUT    PIC X(03)  VALUE 'FRA'.
       01  WS-NB-PAYS-ENTITES       PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PAYS-ENTITES.
           05  WS-PENT-ENTREE OCCURS 10.
               10 WS-PENT-ENTITE    PIC X(02).
               10 WS-PENT-PAYS      PIC X(03).
       01  WS-IDX-PENT              PIC S9(4) COMP SYNC VALUE ZERO.

      *    Cours vers l'euro, toutes dates de cotation
       01  WS-NB-TAUX               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX.
           05  WS-TXC-ENTREE OCCURS 2000.
               10 WS-TXC-DEVISE     PIC X(03).
               10 WS-TXC-DATE       PIC 9(08).
               10 WS-TXC-TAUX       PIC 9(03)V9(06).
       01  WS-IDX-TXC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAUX-RETENU           PIC 9(03)V9(06) VALUE ZERO.
       01  WS-DATE-TAUX-RETENU      PIC 9(08)  VALUE ZERO.

      *    Natures d'operation par contrepartie
       01  WS-NB-NATURES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-NATURES.
           05  WS-NAT-ENTREE OCCURS 500.
               10 WS-NAT-CTP        PIC X(06).
               10 WS-NAT-NATURE     PIC X(03).
       01  WS-IDX-NAT               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Groupe d'une reference a la sortie du premier tri
       01  WS-GRP-REF               PIC X(16)  VALUE LOW-VALUE.
       01  WS-GRP-INDIC-ANNULE      PIC 9      VALUE ZERO.
           88 WS-GRP-ANNULE                    VALUE 1.
       01  WS-GRP-INDIC-PAIE        PIC 9      VALUE ZERO.
           88 WS-GRP-PAIE-CONNU                VALUE 1.

      *    Paiement en cours d'examen
       01  WS-ENTITE-PAIE           PIC X(02)  VALUE SPACE.
       01  WS-PAYS-ENTITE-PAIE      PIC X(03)  VALUE SPACE.
       01  WS-PAYS-CTP-PAIE         PIC X(03)  VALUE SPACE.
       01  WS-MONTANT-EUR           PIC 9(11)V99 VALUE ZERO.
       01  WS-MOTIF-ECART           PIC X(30)  VALUE SPACE.

      *    Ruptures de la declaration : entite, pays, ligne
       01  WS-ENTITE-COURANTE       PIC X(02)  VALUE HIGH-VALUE.
       01  WS-PAYS-COURANT          PIC X(03)  VALUE HIGH-VALUE.
       01  WS-CLE-LIGNE-COURANTE.
           02  WS-CL-DEVISE         PIC X(03).
           02  WS-CL-NATURE         PIC X(03).
       01  WS-CLE-LIGNE-LUE.
           02  WS-CLL-DEVISE        PIC X(03).
           02  WS-CLL-NATURE        PIC X(03).
       01  WS-LIG-NB                PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-LIG-MONTANT           PIC 9(13)V99 VALUE ZERO.
       01  WS-LIG-EUR               PIC 9(13)V99 VALUE ZERO.
       01  WS-PAYS-NB               PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-PAYS-EUR              PIC 9(15)V99 VALUE ZERO.
       01  WS-ENT-NB-LIGNES         PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-ENT-NB                PIC S9(9) COMP SYNC VALUE ZERO.
       01  WS-ENT-EUR               PIC 9(15)V99 VALUE ZERO.
       01  WS-PAYS-ENTITE-COURANTE  PIC X(03)  VALUE SPACE.
       01  WS-TOTAL-EUR             PIC 9(15)V99 VALUE ZERO.

       01  WS-LIGNE-LISTE           PIC X(132) VALUE SPACE.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).

      *    Fil des alertes operateur
           COPY ALRTW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT                  *> Carte, referentiels
      *    Paiements du trimestre : une fois par reference, hors
      *    annulations, puis filtre transfrontalier et seuil
           SORT SORT-PAIEMENTS
               ON ASCENDING KEY SP-REF SP-TYPE
               INPUT PROCEDURE  CHARGE-PAIEMENTS
               OUTPUT PROCEDURE RETIENT-DECLARABLES
      *    Declaration et listing par entite, pays, devise, nature
           SORT SORT-DECLARATION
               ON ASCENDING KEY SD-ENTITE SD-PAYS-CTP SD-DEVISE
                                SD-NATURE SD-REF
               INPUT PROCEDURE  CHARGE-DECLARABLES
               OUTPUT PROCEDURE ECRIT-DECLARATION
           PERFORM FIN                   *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX104'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX104'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Le trimestre declare est obligatoire
           OPEN INPUT FIC-PARAM-DBP
           MOVE WS-STATUS-PDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-PDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           READ FIC-PARAM-DBP
            AT END
              DISPLAY 'ABEND - FIC-PARAM-DBP VIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-READ
           IF PDBP-ANNEE NOT NUMERIC
              OR PDBP-TRIMESTRE NOT NUMERIC
              OR PDBP-TRIMESTRE < 1 OR PDBP-TRIMESTRE > 4
              DISPLAY 'ABEND - TRIMESTRE DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PDBP-ANNEE          TO WS-ANNEE
           MOVE PDBP-TRIMESTRE      TO WS-TRIMESTRE
           IF PDBP-SEUIL NUMERIC AND PDBP-SEUIL > ZERO
              MOVE PDBP-SEUIL       TO WS-SEUIL
           END-IF
           IF PDBP-NATURE NOT = SPACE
              MOVE PDBP-NATURE      TO WS-NATURE-DEFAUT
           END-IF
           CLOSE FIC-PARAM-DBP
           MOVE WS-ANNEE            TO WS-PER-ANNEE
           MOVE WS-TRIMESTRE        TO WS-PER-TRIMESTRE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000
                 + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATE-FIN   = WS-ANNEE * 10000
                 + (WS-TRIMESTRE * 3) * 100 + 31

           PERFORM CHARGE-PAYS-ENTITES
           PERFORM CHARGE-TAUX
           PERFORM CHARGE-NATURES

           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, aucun pays de '
                      'contrepartie connu'
           END-IF

           OPEN OUTPUT FIC-DECLARATION-BDP
           MOVE WS-STATUS-DBP       TO WS-FSTA-STATUT
           MOVE 'FIC-DBP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-LISTE-BDP
           MOVE WS-STATUS-LDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-LDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE WS-SEUIL            TO WS-EUR-EDT
           STRING 'FOREX104 - DECLARATION DES PAIEMENTS '
                  'TRANSFRONTALIERS - TRIMESTRE ' WS-ANNEE '-T'
                  WS-TRIMESTRE '   SEUIL EUR ' WS-EUR-EDT
                  '   EDITE LE ' WS-DHS-DATE ' A ' WS-DHS-HEURE
                  DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE ALL '='             TO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           .

      *    Pays des entites - fichier facultatif, meme lecture que
      *    FOREX00B
       CHARGE-PAYS-ENTITES.
           OPEN INPUT FIC-PAYS-ENTITES
           IF WS-STATUS-PAYSE NOT = '00'
              DISPLAY 'FIC-PAYS-ENTITES absent, entites etablies '
                      'en ' WS-PAYS-ENTITE-DEFAUT
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PAYSE
              READ FIC-PAYS-ENTITES
               AT END
                 SET WS-FIN-PAYSE   TO TRUE
               NOT AT END
                 IF PAYSE-ENTITE = '**'
                    MOVE PAYSE-PAYS TO WS-PAYS-ENTITE-DEFAUT
                 ELSE
                    IF WS-NB-PAYS-ENTITES < 10
                       ADD 1        TO WS-NB-PAYS-ENTITES
                       MOVE PAYSE-ENTITE
                         TO WS-PENT-ENTITE (WS-NB-PAYS-ENTITES)
                       MOVE PAYSE-PAYS
                         TO WS-PENT-PAYS (WS-NB-PAYS-ENTITES)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAYS-ENTITES
           .

      *    Cours vers l'euro - facultatif : sans lui, seuls les
      *    paiements en euro ont une contre-valeur
       CHARGE-TAUX.
           OPEN INPUT FIC-TAUX-CHANGE
           IF WS-STATUS-TXC NOT = '00'
              DISPLAY 'FIC-TAUX-CHANGE absent, contre-valeur des '
                      'seuls paiements en EUR'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXC
              READ FIC-TAUX-CHANGE
               AT END
                 SET WS-FIN-TXC     TO TRUE
               NOT AT END
                 IF TXC-TAUX NUMERIC AND TXC-DATE NUMERIC
                    IF WS-NB-TAUX >= 2000
                       DISPLAY 'ABEND - TABLE DES COURS PLEINE (2000)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-TAUX
                    MOVE TXC-DEVISE TO WS-TXC-DEVISE (WS-NB-TAUX)
                    MOVE TXC-DATE   TO WS-TXC-DATE (WS-NB-TAUX)
                    MOVE TXC-TAUX   TO WS-TXC-TAUX (WS-NB-TAUX)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-CHANGE
           .

      *    Natures par contrepartie - facultatif
       CHARGE-NATURES.
           OPEN INPUT FIC-NATURES-BDP
           IF WS-STATUS-NATB NOT = '00'
              DISPLAY 'FIC-NATURES-BDP absent, nature '
                      WS-NATURE-DEFAUT ' pour tous les paiements'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-NATB
              READ FIC-NATURES-BDP
               AT END
                 SET WS-FIN-NATB    TO TRUE
               NOT AT END
                 IF NATB-CODE-CTP NOT = SPACE
                    AND NATB-NATURE NOT = SPACE
                    AND WS-NB-NATURES < 500
                    ADD 1           TO WS-NB-NATURES
                    MOVE NATB-CODE-CTP
                      TO WS-NAT-CTP (WS-NB-NATURES)
                    MOVE NATB-NATURE
                      TO WS-NAT-NATURE (WS-NB-NATURES)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-NATURES-BDP
           .

      *==============================================================*
      * PREMIER TRI : instructions de toutes les generations de      *
      * FIC-PAIEMENTS et suppressions de FOREX071, par reference     *
      *==============================================================*
       CHARGE-PAIEMENTS.
           OPEN INPUT FIC-PAIEMENTS
           MOVE WS-STATUS-PAIE      TO WS-FSTA-STATUT
           MOVE 'FIC-PAIE'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-PAIE
              READ FIC-PAIEMENTS
               AT END
                 SET WS-FIN-PAIE    TO TRUE
               NOT AT END
                 IF PAIE-REC (1:10) NOT = '*TRAILER**'
                    ADD 1           TO WS-NB-PAIE-LUS
                    MOVE SPACES     TO SP-REC
                    MOVE PAIE-REF   TO SP-REF
                    SET SP-PAIEMENT TO TRUE
                    MOVE PAIE-CODE-CTP TO SP-CTP
                    MOVE PAIE-ENTITE TO SP-ENTITE
                    MOVE PAIE-DEVISE TO SP-DEVISE
                    IF SP-DEVISE = SPACE
                       MOVE 'EUR'   TO SP-DEVISE
                    END-IF
                    MOVE PAIE-MONTANT TO SP-MONTANT
                    MOVE PAIE-DATE-VALEUR TO SP-DATE
                    RELEASE SP-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAIEMENTS

      *    Seules les suppressions effectives retirent le paiement ;
      *    un rappel bancaire reste un paiement emis
           OPEN INPUT FIC-AUDIT-ANNUL
           IF WS-STATUS-AANN = '00'
              PERFORM UNTIL WS-FIN-AANN
                 READ FIC-AUDIT-ANNUL
                  AT END
                    SET WS-FIN-AANN TO TRUE
                  NOT AT END
                    IF AANN-ACTION = 'SUPPRIMEE'
                       ADD 1        TO WS-NB-ANNUL-LUES
                       MOVE SPACES  TO SP-REC
                       MOVE AANN-REF TO SP-REF
                       SET SP-ANNULATION TO TRUE
                       RELEASE SP-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-AUDIT-ANNUL
           ELSE
              DISPLAY 'FIC-AUDIT-ANNUL absent, aucune suppression '
                      'prise en compte'
           END-IF
           .

      *    Premiere instruction de chaque reference non supprimee :
      *    filtres trimestre, pays, seuil
       RETIENT-DECLARABLES.
           OPEN OUTPUT FIC-PAIE-DECLARABLES
           MOVE WS-STATUS-TDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-TDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-PAIEMENTS
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SP-REF NOT = WS-GRP-REF
                    MOVE SP-REF     TO WS-GRP-REF
                    MOVE ZERO       TO WS-GRP-INDIC-ANNULE
                                       WS-GRP-INDIC-PAIE
                 END-IF
                 EVALUATE TRUE
                    WHEN SP-ANNULATION
                       SET WS-GRP-ANNULE TO TRUE
                    WHEN WS-GRP-PAIE-CONNU
                       ADD 1        TO WS-NB-DOUBLONS
                    WHEN WS-GRP-ANNULE
                       SET WS-GRP-PAIE-CONNU TO TRUE
                       IF SP-DATE >= WS-DATE-DEBUT
                          AND SP-DATE <= WS-DATE-FIN
                          ADD 1     TO WS-NB-ANNULES
                       ELSE
                          ADD 1     TO WS-NB-HORS-TRIMESTRE
                       END-IF
                    WHEN OTHER
                       SET WS-GRP-PAIE-CONNU TO TRUE
                       PERFORM EXAMINE-PAIEMENT
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           CLOSE FIC-PAIE-DECLARABLES
           .

       EXAMINE-PAIEMENT.
           IF SP-DATE < WS-DATE-DEBUT OR SP-DATE > WS-DATE-FIN
              ADD 1                 TO WS-NB-HORS-TRIMESTRE
              EXIT PARAGRAPH
           END-IF

      *    Pays de l'entite declarante
           MOVE SP-ENTITE           TO WS-ENTITE-PAIE
           IF WS-ENTITE-PAIE = SPACE
              MOVE '**'             TO WS-ENTITE-PAIE
           END-IF
           MOVE WS-PAYS-ENTITE-DEFAUT TO WS-PAYS-ENTITE-PAIE
           PERFORM VARYING WS-IDX-PENT FROM 1 BY 1
                   UNTIL   WS-IDX-PENT > WS-NB-PAYS-ENTITES
              IF WS-PENT-ENTITE (WS-IDX-PENT) = WS-ENTITE-PAIE
                 MOVE WS-PENT-PAYS (WS-IDX-PENT)
                                    TO WS-PAYS-ENTITE-PAIE
              END-IF
           END-PERFORM

      *    Pays de la contrepartie : sans lui, le paiement ne peut
      *    etre classe - liste pour correction du referentiel
           MOVE SPACE               TO WS-PAYS-CTP-PAIE
           IF WS-CTP-OUVERT AND SP-CTP NOT = SPACE
              MOVE SP-CTP           TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTP-PAYS   TO WS-PAYS-CTP-PAIE
              END-READ
           END-IF
           IF WS-PAYS-CTP-PAIE = SPACE
              ADD 1                 TO WS-NB-SANS-PAYS
              MOVE 'PAYS CONTREPARTIE INCONNU' TO WS-MOTIF-ECART
              PERFORM LISTE-ECART
              EXIT PARAGRAPH
           END-IF
           IF WS-PAYS-CTP-PAIE = WS-PAYS-ENTITE-PAIE
              ADD 1                 TO WS-NB-DOMESTIQUES
              EXIT PARAGRAPH
           END-IF

      *    Contre-valeur en euro au cours en vigueur a la date de
      *    valeur (derniere cotation anterieure ou egale)
           PERFORM CHERCHE-COURS
           IF WS-TAUX-RETENU = ZERO
              ADD 1                 TO WS-NB-SANS-COURS
              MOVE 'SANS COURS A LA DATE DE VALEUR' TO WS-MOTIF-ECART
              PERFORM LISTE-ECART
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTANT-EUR ROUNDED
                 = SP-MONTANT * WS-TAUX-RETENU
           IF WS-MONTANT-EUR NOT > WS-SEUIL
              ADD 1                 TO WS-NB-SOUS-SEUIL
              EXIT PARAGRAPH
           END-IF

           ADD 1                    TO WS-NB-DECLARABLES
           MOVE SPACES              TO TDBP-REC
           MOVE WS-ENTITE-PAIE      TO TDBP-ENTITE
           MOVE WS-PAYS-CTP-PAIE    TO TDBP-PAYS-CTP
           MOVE SP-DEVISE           TO TDBP-DEVISE
           MOVE WS-NATURE-DEFAUT    TO TDBP-NATURE
           PERFORM VARYING WS-IDX-NAT FROM 1 BY 1
                   UNTIL   WS-IDX-NAT > WS-NB-NATURES
              IF WS-NAT-CTP (WS-IDX-NAT) = SP-CTP
                 MOVE WS-NAT-NATURE (WS-IDX-NAT) TO TDBP-NATURE
              END-IF
           END-PERFORM
           MOVE WS-PAYS-ENTITE-PAIE TO TDBP-PAYS-ENTITE
           MOVE SP-REF              TO TDBP-REF
           MOVE SP-MONTANT          TO TDBP-MONTANT
           MOVE WS-MONTANT-EUR      TO TDBP-MONTANT-EUR
           MOVE SP-DATE             TO TDBP-DATE
           WRITE TDBP-REC
           MOVE WS-STATUS-TDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-TDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

       CHERCHE-COURS.
           MOVE ZERO                TO WS-TAUX-RETENU
                                       WS-DATE-TAUX-RETENU
           IF SP-DEVISE = 'EUR'
              MOVE 1                TO WS-TAUX-RETENU
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-TXC FROM 1 BY 1
                   UNTIL   WS-IDX-TXC > WS-NB-TAUX
              IF WS-TXC-DEVISE (WS-IDX-TXC) = SP-DEVISE
                 AND WS-TXC-DATE (WS-IDX-TXC) <= SP-DATE
                 AND WS-TXC-DATE (WS-IDX-TXC) >= WS-DATE-TAUX-RETENU
                 MOVE WS-TXC-DATE (WS-IDX-TXC)
                                    TO WS-DATE-TAUX-RETENU
                 MOVE WS-TXC-TAUX (WS-IDX-TXC) TO WS-TAUX-RETENU
              END-IF
           END-PERFORM
           .

      *    Paiement du trimestre qui n'a pu etre declare
       LISTE-ECART.
           MOVE SP-MONTANT          TO WS-MONTANT-EDT
           STRING '  ** NON DECLARE ' SP-REF
                  ' CTP ' SP-CTP
                  ' ENTITE ' WS-ENTITE-PAIE
                  ' ' SP-DEVISE ' ' WS-MONTANT-EDT
                  ' VALEUR ' SP-DATE
                  ' : ' WS-MOTIF-ECART
                  DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           .

      *==============================================================*
      * SECOND TRI : paiements declarables par entite, pays,         *
      * devise et nature - declaration et listing par rupture        *
      *==============================================================*
       CHARGE-DECLARABLES.
           OPEN INPUT FIC-PAIE-DECLARABLES
           MOVE WS-STATUS-TDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-TDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TDBP
              READ FIC-PAIE-DECLARABLES
               AT END
                 SET WS-FIN-TDBP    TO TRUE
               NOT AT END
                 MOVE TDBP-REC      TO SD-REC
                 RELEASE SD-REC
              END-READ
           END-PERFORM
           CLOSE FIC-PAIE-DECLARABLES
           .

       ECRIT-DECLARATION.
           PERFORM ECRIT-LISTE
           MOVE 'ENT PAYS-ENT PAYS-CTP DEVISE NATURE      NB    '
                                    TO WS-LIGNE-LISTE
           MOVE '      MONTANT DEVISE       CONTRE-VALEUR EUR'
                                    TO WS-LIGNE-LISTE (47:)
           PERFORM ECRIT-LISTE
           PERFORM UNTIL WS-FIN-DECL
              RETURN SORT-DECLARATION
               AT END
                 SET WS-FIN-DECL    TO TRUE
               NOT AT END
                 MOVE SD-DEVISE     TO WS-CLL-DEVISE
                 MOVE SD-NATURE     TO WS-CLL-NATURE
                 EVALUATE TRUE
                    WHEN SD-ENTITE NOT = WS-ENTITE-COURANTE
                       IF WS-ENTITE-COURANTE NOT = HIGH-VALUE
                          PERFORM TERMINE-LIGNE
                          PERFORM TERMINE-PAYS
                          PERFORM TERMINE-ENTITE
                       END-IF
                       PERFORM DEBUTE-ENTITE
                       PERFORM DEBUTE-PAYS
                       PERFORM DEBUTE-LIGNE
                    WHEN SD-PAYS-CTP NOT = WS-PAYS-COURANT
                       PERFORM TERMINE-LIGNE
                       PERFORM TERMINE-PAYS
                       PERFORM DEBUTE-PAYS
                       PERFORM DEBUTE-LIGNE
                    WHEN WS-CLE-LIGNE-LUE NOT = WS-CLE-LIGNE-COURANTE
                       PERFORM TERMINE-LIGNE
                       PERFORM DEBUTE-LIGNE
                 END-EVALUATE
                 ADD 1              TO WS-LIG-NB
                 ADD SD-MONTANT     TO WS-LIG-MONTANT
                 ADD SD-MONTANT-EUR TO WS-LIG-EUR
              END-RETURN
           END-PERFORM
           IF WS-ENTITE-COURANTE NOT = HIGH-VALUE
              PERFORM TERMINE-LIGNE
              PERFORM TERMINE-PAYS
              PERFORM TERMINE-ENTITE
           END-IF
           .

      *    En-tete de l'entite declarante (type 01)
       DEBUTE-ENTITE.
           MOVE SD-ENTITE           TO WS-ENTITE-COURANTE
           MOVE SD-PAYS-ENTITE      TO WS-PAYS-ENTITE-COURANTE
           ADD 1                    TO WS-NB-ENTITES
           MOVE ZERO                TO WS-ENT-NB-LIGNES
                                       WS-ENT-NB
                                       WS-ENT-EUR
           MOVE SPACES              TO DBP-REC
           MOVE '01'                TO DBP-TYPE
           MOVE WS-ENTITE-COURANTE  TO DBP-ENTITE
           MOVE WS-PAYS-ENTITE-COURANTE TO DBP-PAYS-DECLARANT
           MOVE WS-PERIODE-DBP      TO DBP-PERIODE
           MOVE WS-DHS-DATE         TO DBP-DATE-CREATION
           MOVE WS-SEUIL            TO DBP-SEUIL
           PERFORM ECRIT-DBP
           .

       DEBUTE-PAYS.
           MOVE SD-PAYS-CTP         TO WS-PAYS-COURANT
           MOVE ZERO                TO WS-PAYS-NB
                                       WS-PAYS-EUR
           .

       DEBUTE-LIGNE.
           MOVE WS-CLE-LIGNE-LUE    TO WS-CLE-LIGNE-COURANTE
           MOVE ZERO                TO WS-LIG-NB
                                       WS-LIG-MONTANT
                                       WS-LIG-EUR
           .

      *    Ligne pays x devise x nature (type 02), sens D : les
      *    paiements emis sont des sorties
       TERMINE-LIGNE.
           MOVE SPACES              TO DBP-REC
           MOVE '02'                TO DBP-TYPE
           MOVE WS-ENTITE-COURANTE  TO DBP-ENTITE
           MOVE WS-PAYS-COURANT     TO DBP-PAYS-CTP
           MOVE WS-CL-DEVISE        TO DBP-DEVISE
           MOVE WS-CL-NATURE        TO DBP-NATURE
           MOVE 'D'                 TO DBP-SENS
           MOVE WS-LIG-NB           TO DBP-NB-OPERATIONS
           MOVE WS-LIG-MONTANT      TO DBP-MONTANT-DEVISE
           MOVE WS-LIG-EUR          TO DBP-MONTANT-EUR
           PERFORM ECRIT-DBP
           ADD 1                    TO WS-ENT-NB-LIGNES
           ADD WS-LIG-NB            TO WS-PAYS-NB
                                       WS-ENT-NB
           ADD WS-LIG-EUR           TO WS-PAYS-EUR
                                       WS-ENT-EUR
                                       WS-TOTAL-EUR

           MOVE WS-LIG-NB           TO WS-NB-EDT
           MOVE WS-LIG-MONTANT      TO WS-MONTANT-EDT
           MOVE WS-LIG-EUR          TO WS-EUR-EDT
           STRING WS-ENTITE-COURANTE
                  '  ' WS-PAYS-ENTITE-COURANTE
                  '      ' WS-PAYS-COURANT
                  '      ' WS-CL-DEVISE
                  '    ' WS-CL-NATURE
                  '  ' WS-NB-EDT
                  '  ' WS-MONTANT-EDT
                  '  ' WS-EUR-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           .

       TERMINE-PAYS.
           MOVE WS-PAYS-NB          TO WS-NB-EDT
           MOVE WS-PAYS-EUR         TO WS-EUR-EDT
           STRING '    TOTAL PAYS ' WS-PAYS-COURANT
                  '           ' WS-NB-EDT
                  '                        ' WS-EUR-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           .

      *    Fin de l'entite (type 09) : nombre de lignes 02 et total
      *    en euro, controles par la banque centrale
       TERMINE-ENTITE.
           MOVE SPACES              TO DBP-REC
           MOVE '09'                TO DBP-TYPE
           MOVE WS-ENTITE-COURANTE  TO DBP-ENTITE
           MOVE WS-ENT-NB-LIGNES    TO DBP-NB-LIGNES
           MOVE WS-ENT-EUR          TO DBP-TOTAL-EUR
           PERFORM ECRIT-DBP

           MOVE WS-ENT-NB           TO WS-NB-EDT
           MOVE WS-ENT-EUR          TO WS-EUR-EDT
           STRING '  TOTAL ENTITE ' WS-ENTITE-COURANTE
                  '              ' WS-NB-EDT
                  '                        ' WS-EUR-EDT
                  DELIMITED BY SIZE
             INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           PERFORM ECRIT-LISTE
           .

       ECRIT-DBP.
           WRITE DBP-REC
           MOVE WS-STATUS-DBP       TO WS-FSTA-STATUT
           MOVE 'FIC-DBP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-ENREG-DBP
           .

       ECRIT-LISTE.
           WRITE LDBP-REC FROM WS-LIGNE-LISTE
           MOVE WS-STATUS-LDBP      TO WS-FSTA-STATUT
           MOVE 'FIC-LDBP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-LISTE
           MOVE SPACES              TO WS-LIGNE-LISTE
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           MOVE WS-TOTAL-EUR        TO WS-EUR-EDT
           MOVE WS-NB-DECLARABLES   TO WS-NB-EDT
           STRING 'TOTAL DECLARE : PAIEMENTS ' WS-NB-EDT
                  '   CONTRE-VALEUR EUR ' WS-EUR-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-PAIE-LUS      TO WS-NB-EDT
           STRING 'INSTRUCTIONS LUES        ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-DOUBLONS      TO WS-NB-EDT
           STRING '  DEJA VUES (GENERATION) ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-HORS-TRIMESTRE TO WS-NB-EDT
           STRING '  HORS TRIMESTRE         ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-ANNULES       TO WS-NB-EDT
           STRING '  SUPPRIMEES (FOREX071)  ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-DOMESTIQUES   TO WS-NB-EDT
           STRING '  DOMESTIQUES            ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-SOUS-SEUIL    TO WS-NB-EDT
           STRING '  SOUS LE SEUIL          ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-SANS-PAYS     TO WS-NB-EDT
           STRING '  PAYS CTP INCONNU  (**) ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE
           MOVE WS-NB-SANS-COURS    TO WS-NB-EDT
           STRING '  SANS COURS        (**) ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-LISTE
           PERFORM ECRIT-LISTE

           DISPLAY 'Declaration BDP ' WS-ANNEE '-T' WS-TRIMESTRE
                   ' terminee'
           MOVE WS-NB-PAIE-LUS      TO WS-NB-EDT
           DISPLAY 'INSTRUCTIONS LUES = ' WS-NB-EDT
           MOVE WS-NB-DECLARABLES   TO WS-NB-EDT
           DISPLAY 'DECLARABLES       = ' WS-NB-EDT
           MOVE WS-NB-ENTITES       TO WS-NB-EDT
           DISPLAY 'ENTITES           = ' WS-NB-EDT

      *    Paiements non classables : la declaration est incomplete
      *    tant que le referentiel ou les cours ne sont pas corriges
           IF WS-NB-SANS-PAYS > ZERO OR WS-NB-SANS-COURS > ZERO
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
              COMPUTE WS-NB-EDT = WS-NB-SANS-PAYS + WS-NB-SANS-COURS
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'DECLBDP'        TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Declaration BDP : paiements non declares'
                     WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FIC-DECLARATION-BDP
                 FIC-LISTE-BDP
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-PAIE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIE      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-DBP'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DBP       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ENREG-DBP     TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-LDBP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-LDBP      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-LISTE  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
