       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX120.
      *==============================================================*
      * PROGRAMME d'exposition par groupe de contreparties           *
      *   - Le risque se suivait contrepartie par contrepartie : les *
      *     filiales d'un meme groupe n'etaient jamais additionnees  *
      *   - Hierarchie de FIC-CONTREPARTIES (CTP-CODE-MERE, tenu par *
      *     FOREX055) : tete de groupe, groupe, contrepartie. Chaque *
      *     contrepartie est remontee a sa tete et a son groupe ;    *
      *     une tete porte ses propres articles "en direct". Une     *
      *     chaine rompue (mere absente, plus de trois niveaux) fait *
      *     de la contrepartie sa propre tete, signalee (RC 4)       *
      *   - Mensuel, mois AAAAMM dans FIC-PARAM-MOIS (obligatoire,   *
      *     comme FOREX118) : encours des articles non clos de       *
      *     FICHIER1, dont articles en attente, et paiements du mois *
      *     (FIC-PAIEMENTS, date de valeur dans le mois) cumules par *
      *     tete, groupe, entite et devise (blanc = EUR, entite      *
      *     blanche = '**'). Sans contrepartie ou contrepartie       *
      *     inconnue du referentiel : rubrique HORS REFERENTIEL      *
      *   - Concentration : encours de chaque tete en equivalent     *
      *     euro (cours le plus recent de FIC-TAUX-CHANGE, comme     *
      *     FOREX082) rapporte a l'encours total. Au seuil de        *
      *     FIC-PARAM-CONCENTRATION (facultatif, 10 % par defaut) ou *
      *     au-dela, la tete est marquee *CONCENTRATION* : RC 4 et   *
      *     alerte W CONCENTR. Une devise sans cours reste hors de   *
      *     l'equivalent euro (RC 4)                                 *
      *   - Paiements, meme regle que FOREX104 : une reference       *
      *     presente dans plusieurs generations de FIC-PAIEMENTS     *
      *     (reecriture par FOREX071) ne compte qu'une fois, pour sa *
      *     premiere instruction ; une reference supprimee par       *
      *     FOREX071 (FIC-AUDIT-ANNUL, action SUPPRIMEE) ne compte   *
      *     pas                                                      *
      *   - Etat FIC-RAPPORT-EXPOSITION : un bloc par tete de        *
      *     groupe, puis les totaux par entite et devise             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Mois de l'exposition AAAAMM (obligatoire, comme FOREX118)
           SELECT FIC-PARAM-MOIS
                     ASSIGN to FICPMOIS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PMOIS.
      * Seuil de concentration en pourcentage - facultatif
           SELECT FIC-PARAM-CONCENTRATION
                     ASSIGN to FICPCONC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PCONC.
      * Referentiel des contreparties, lu en entier au demarrage
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is SEQUENTIAL
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Table des taux de change (meme dessin que FOREX00B)
           SELECT FIC-TAUX-CHANGE
                     ASSIGN to FICTXC
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TXC.
      * FICHIER1 en lecture seule : balayage sequentiel par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      *    FIC-PAIEMENTS : instructions de paiement de FOREX056
           COPY PAIES.
      * Trace des demandes d'annulation de FOREX071 - facultatif
           SELECT FIC-AUDIT-ANNUL
                     ASSIGN to FICAANN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AANN.
      * Tri des paiements et suppressions par reference
           SELECT SORT-PAIEMENTS ASSIGN to SORTWK1.
      * Etat de l'exposition par groupe
           SELECT FIC-RAPPORT-EXPOSITION
                     ASSIGN to FICREXP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-REXP.
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

      * Seuil de concentration, pourcentage a deux decimales de
      * l'encours total en equivalent euro (01000 = 10,00 %)
       FD  FIC-PARAM-CONCENTRATION.
       01  PCONC-REC.
         10 PCONC-SEUIL        PIC 9(03)V99.
         10 FILLER             PIC X(75).

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
      *    Contrepartie mere dans la hierarchie de groupe (tete de
      *    groupe ou groupe) - blanc = sans mere
         10 CTP-CODE-MERE      PIC X(06).
         10 FILLER             PIC X(12).

      * Cours d'une devise vers l'euro, meme dessin que FOREX00B
       FD  FIC-TAUX-CHANGE.
       01  TXC-REC.
         10 TXC-DEVISE         PIC X(03).
         10 TXC-DATE           PIC 9(08).
         10 TXC-TAUX           PIC 9(03)V9(06).
         10 FILLER             PIC X(60).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

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

       FD  FIC-RAPPORT-EXPOSITION.
       01  REXP-REC             PIC X(132).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PMOIS      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PCONC      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-CTP     PIC 9      VALUE ZERO.
               88 WS-FIN-CTP                   VALUE 1.
           02  WS-STATUS-TXC        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TXC     PIC 9      VALUE ZERO.
               88 WS-FIN-TXC                   VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-AANN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AANN    PIC 9      VALUE ZERO.
               88 WS-FIN-AANN                  VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-REXP       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-CTP-LUES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RUPTURES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-CLOS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-RETENUS PIC S9(9) VALUE ZERO.
           02  WS-NB-MONTANTS-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-ARTICLES-HORS-REF PIC S9(9) VALUE ZERO.
           02  WS-NB-PAIEMENTS-LUS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIEMENTS-MOIS PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIEMENTS-HORS-REF PIC S9(9) VALUE ZERO.
           02  WS-NB-ANNUL-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-DOUBLONS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-ANNULES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-COURS     PIC S9(9)  VALUE ZERO.
           02  WS-NB-TETES          PIC S9(9)  VALUE ZERO.
           02  WS-NB-CONCENTRATIONS PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-PART-EDT          PIC ZZ9,99.

      *    Mois de l'exposition
       01  WS-MOIS-EXPO             PIC 9(06)  VALUE ZERO.
       01  WS-MOIS-EXPO-R REDEFINES WS-MOIS-EXPO.
           02  WS-MX-ANNEE          PIC 9(04).
           02  WS-MX-MOIS           PIC 9(02).
       01  WS-MOIS-EXPO-X REDEFINES WS-MOIS-EXPO PIC X(06).

      *    Seuil de concentration (10,00 % sans carte)
       01  WS-SEUIL-CONCENTRATION   PIC 9(03)V99 VALUE 10.

      *    Referentiel charge : code, nom, mere, puis tete et groupe
      *    resolus (groupe blanc = article porte en direct par la
      *    tete)
       01  WS-NB-REFERENCES         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-REFERENCES.
           02  WS-REF OCCURS 3000.
               05 WS-REF-CODE       PIC X(06).
               05 WS-REF-NOM        PIC X(30).
               05 WS-REF-MERE       PIC X(06).
               05 WS-REF-TETE       PIC X(06).
               05 WS-REF-GROUPE     PIC X(06).
       01  WS-IDX-REF               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-TRV               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CODE-CHERCHE          PIC X(06)  VALUE SPACE.

      *    Groupe d'une reference a la sortie du tri des paiements
       01  WS-GRP-REF               PIC X(16)  VALUE LOW-VALUE.
       01  WS-GRP-INDIC-ANNULE      PIC 9      VALUE ZERO.
           88 WS-GRP-ANNULE                    VALUE 1.
       01  WS-GRP-INDIC-PAIE        PIC 9      VALUE ZERO.
           88 WS-GRP-PAIE-CONNU                VALUE 1.

      *    Remontee d'une contrepartie : chaine de ses ascendants,
      *    elle-meme en premier, trois maillons au plus
       01  WS-REMONTEE.
           02  WS-NB-MAILLONS       PIC S9(4) COMP SYNC VALUE ZERO.
           02  WS-MAILLON           PIC X(06)  OCCURS 3.
           02  WS-CODE-REMONTE      PIC X(06)  VALUE SPACE.
           02  WS-INDIC-RUPTURE     PIC 9      VALUE ZERO.
               88 WS-CHAINE-ROMPUE             VALUE 1.

      *    Cours le plus recent de chaque devise
       01  WS-NB-TAUX               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TAUX.
           02  WS-TXR-ENTREE OCCURS 200.
               05 WS-TXR-DEVISE     PIC X(03).
               05 WS-TXR-DATE       PIC 9(08).
               05 WS-TXR-TAUX       PIC 9(03)V9(06).
       01  WS-IDX-TXR               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAUX-RETENU           PIC 9(03)V9(06) VALUE ZERO.

      *    Cellule visee par l'article ou le paiement courant
       01  WS-CLE-CHERCHEE.
           02  WS-CHR-TETE          PIC X(06).
           02  WS-CHR-GROUPE        PIC X(06).
           02  WS-CHR-ENTITE        PIC X(02).
           02  WS-CHR-DEVISE        PIC X(03).
       01  WS-INDIC-HORS-REF        PIC 9      VALUE ZERO.
           88 WS-HORS-REFERENTIEL              VALUE 1.

      *    Cellules tete x groupe x entite x devise, tenues dans
      *    l'ordre de la cle pour l'edition (la rubrique hors
      *    referentiel, tete a HIGH-VALUE, vient en dernier)
       01  WS-NB-CELLULES           PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-CELLULES-MAX       PIC S9(4) COMP SYNC VALUE 3000.
       01  WS-TAB-CELLULES.
           02  WS-CEL OCCURS 3000.
               05 WS-CEL-CLE.
                  10 WS-CEL-TETE    PIC X(06).
                  10 WS-CEL-GROUPE  PIC X(06).
                  10 WS-CEL-ENTITE  PIC X(02).
                  10 WS-CEL-DEVISE  PIC X(03).
               05 WS-CEL-NB-ENCOURS PIC S9(7) COMP-3.
               05 WS-CEL-ENCOURS    PIC S9(13)V99 COMP-3.
               05 WS-CEL-NB-ATTENTE PIC S9(7) COMP-3.
               05 WS-CEL-ATTENTE    PIC S9(13)V99 COMP-3.
               05 WS-CEL-NB-PAIEMENTS PIC S9(7) COMP-3.
               05 WS-CEL-PAIEMENTS  PIC S9(13)V99 COMP-3.
               05 WS-CEL-INDIC-COURS PIC 9.
                  88 WS-CEL-SANS-COURS         VALUE 0.
               05 WS-CEL-ENCOURS-EUR PIC S9(13)V99 COMP-3.
       01  WS-IDX-CEL               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-DEP               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-LIG               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-DEBUT-BLOC        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-FIN-BLOC          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-CEL-TROUVE      PIC 9      VALUE ZERO.
           88 WS-CEL-TROUVE                    VALUE 1.

      *    Totaux par entite et devise : de la tete en cours
      *    d'edition (TTE), puis de toutes les contreparties (TOT)
       01  WS-NB-TOTAUX-TETE        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TOTAUX-TETE.
           02  WS-TTE OCCURS 100.
               05 WS-TTE-ENTITE     PIC X(02).
               05 WS-TTE-DEVISE     PIC X(03).
               05 WS-TTE-NB-ENCOURS PIC S9(7) COMP-3.
               05 WS-TTE-ENCOURS    PIC S9(13)V99 COMP-3.
               05 WS-TTE-NB-ATTENTE PIC S9(7) COMP-3.
               05 WS-TTE-ATTENTE    PIC S9(13)V99 COMP-3.
               05 WS-TTE-NB-PAIEMENTS PIC S9(7) COMP-3.
               05 WS-TTE-PAIEMENTS  PIC S9(13)V99 COMP-3.
       01  WS-IDX-TTE               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NB-TOTAUX             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-TOTAUX.
           02  WS-TOT OCCURS 100.
               05 WS-TOT-ENTITE     PIC X(02).
               05 WS-TOT-DEVISE     PIC X(03).
               05 WS-TOT-NB-ENCOURS PIC S9(7) COMP-3.
               05 WS-TOT-ENCOURS    PIC S9(13)V99 COMP-3.
               05 WS-TOT-NB-ATTENTE PIC S9(7) COMP-3.
               05 WS-TOT-ATTENTE    PIC S9(13)V99 COMP-3.
               05 WS-TOT-NB-PAIEMENTS PIC S9(7) COMP-3.
               05 WS-TOT-PAIEMENTS  PIC S9(13)V99 COMP-3.
       01  WS-IDX-TOT               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Tete en cours d'edition : equivalent euro, part de
      *    l'encours total et marques du bloc
       01  WS-BLOC-TETE.
           02  WS-TETE-COURANTE     PIC X(06)  VALUE SPACE.
           02  WS-GROUPE-PRECEDENT  PIC X(06)  VALUE SPACE.
           02  WS-TETE-ENCOURS-EUR  PIC S9(13)V99 VALUE ZERO.
           02  WS-TETE-PART         PIC 9(03)V99 VALUE ZERO.
           02  WS-TETE-NB-MEMBRES   PIC S9(9) COMP SYNC VALUE ZERO.
           02  WS-INDIC-TETE-GROUPES PIC 9     VALUE ZERO.
               88 WS-TETE-A-GROUPES            VALUE 1.
           02  WS-INDIC-TETE-SANS-COURS PIC 9  VALUE ZERO.
               88 WS-TETE-SANS-COURS           VALUE 1.
       01  WS-TOT-ENCOURS-EUR       PIC S9(13)V99 VALUE ZERO.

      *    Ligne d'edition d'une cellule ou d'un total
       01  WS-LIGNE-CUMULS.
           02  WS-LIG-ENTITE        PIC X(02).
           02  WS-LIG-DEVISE        PIC X(03).
           02  WS-LIG-NB-ENCOURS    PIC S9(7) COMP-3.
           02  WS-LIG-ENCOURS       PIC S9(13)V99 COMP-3.
           02  WS-LIG-NB-ATTENTE    PIC S9(7) COMP-3.
           02  WS-LIG-ATTENTE       PIC S9(13)V99 COMP-3.
           02  WS-LIG-NB-PAIEMENTS  PIC S9(7) COMP-3.
           02  WS-LIG-PAIEMENTS     PIC S9(13)V99 COMP-3.

       01  WS-LIGNE-RAPPORT         PIC X(132) VALUE SPACE.

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
           PERFORM INIT           *> Mois, seuil, referentiel, cours
           PERFORM TRAITEMENT     *> Balayage de FICHIER1
             UNTIL WS-FIN-FIC1
      *    Paiements du mois : une fois par reference, hors
      *    suppressions
           SORT SORT-PAIEMENTS
               ON ASCENDING KEY SP-REF SP-TYPE
               INPUT PROCEDURE  CHARGE-PAIEMENTS
               OUTPUT PROCEDURE CUMULE-PAIEMENTS
           PERFORM CALCULE-EQUIVALENTS
           PERFORM EDITE-ETAT-EXPOSITION
           PERFORM FIN            *> Totaux, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX120'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX120'  TO WS-ALRT-PROGRAMME

           PERFORM LIT-MOIS-EXPOSITION
           PERFORM LIT-SEUIL-CONCENTRATION
           PERFORM CHARGE-REFERENTIEL
           PERFORM RESOUT-HIERARCHIES
           PERFORM CHARGE-TAUX

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-EXPOSITION
           MOVE WS-STATUS-REXP      TO WS-FSTA-STATUT
           MOVE 'FIC-REXP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           PERFORM LIT-ARTICLE
           .

      *    Mois de l'exposition obligatoire : il borne les paiements
      *    retenus
       LIT-MOIS-EXPOSITION.
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
           MOVE PMOIS-AAAAMM        TO WS-MOIS-EXPO
           CLOSE FIC-PARAM-MOIS
           IF WS-MX-MOIS < 1 OR WS-MX-MOIS > 12
              DISPLAY 'ABEND - MOIS DEMANDE INVALIDE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY 'FOREX120 : exposition par groupe du mois '
                   WS-MOIS-EXPO
           .

      *    Seuil facultatif ; une carte invalide laisse le seuil par
      *    defaut et est signalee (RC 4)
       LIT-SEUIL-CONCENTRATION.
           OPEN INPUT FIC-PARAM-CONCENTRATION
           IF WS-STATUS-PCONC NOT = '00'
              DISPLAY 'FIC-PARAM-CONCENTRATION absent, seuil de '
                      'concentration par defaut'
              EXIT PARAGRAPH
           END-IF
           READ FIC-PARAM-CONCENTRATION
              NOT AT END
                 IF PCONC-SEUIL NUMERIC
                    AND PCONC-SEUIL > ZERO
                    AND PCONC-SEUIL NOT > 100
                    MOVE PCONC-SEUIL TO WS-SEUIL-CONCENTRATION
                 ELSE
                    DISPLAY 'FOREX120 : seuil de concentration '
                            'invalide, seuil par defaut : '
                            PCONC-REC (1:5)
                    IF WS-RC-RUN < 4
                       MOVE 4       TO WS-RC-RUN
                    END-IF
                 END-IF
           END-READ
           CLOSE FIC-PARAM-CONCENTRATION
           .

      *    Toutes les contreparties, quel que soit leur statut : un
      *    encours sur une filiale suspendue reste dans le groupe
       CHARGE-REFERENTIEL.
           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-CTP
              READ FIC-CONTREPARTIES
               AT END
                 SET WS-FIN-CTP     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-CTP-LUES
                 IF WS-NB-REFERENCES >= 3000
                    DISPLAY 'ABEND - TABLE DES CONTREPARTIES PLEINE '
                            '(3000)'
                    MOVE 16         TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1              TO WS-NB-REFERENCES
                 MOVE CTP-CODE      TO WS-REF-CODE (WS-NB-REFERENCES)
                 MOVE CTP-NOM       TO WS-REF-NOM (WS-NB-REFERENCES)
                 MOVE CTP-CODE-MERE TO WS-REF-MERE (WS-NB-REFERENCES)
              END-READ
           END-PERFORM
           CLOSE FIC-CONTREPARTIES
           .

      *    Tete et groupe de chaque contrepartie : une chaine de
      *    trois maillons donne tete et groupe, de deux une tete et
      *    la contrepartie pour groupe, d'un seul une tete portant
      *    ses articles en direct. FOREX055 refuse les rattachements
      *    incoherents ; une chaine rompue malgre tout (referentiel
      *    recharge a la main) est signalee et la contrepartie
      *    devient sa propre tete
       RESOUT-HIERARCHIES.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL   WS-IDX-REF > WS-NB-REFERENCES
              PERFORM REMONTE-CONTREPARTIE
              EVALUATE TRUE
                 WHEN WS-CHAINE-ROMPUE
                    ADD 1           TO WS-NB-RUPTURES
                    DISPLAY 'FOREX120 : hierarchie rompue pour '
                            WS-REF-CODE (WS-IDX-REF)
                            ', contrepartie comptee comme tete'
                    MOVE WS-REF-CODE (WS-IDX-REF)
                                    TO WS-REF-TETE (WS-IDX-REF)
                    MOVE SPACE      TO WS-REF-GROUPE (WS-IDX-REF)
                 WHEN WS-NB-MAILLONS = 3
                    MOVE WS-MAILLON (3) TO WS-REF-TETE (WS-IDX-REF)
                    MOVE WS-MAILLON (2) TO WS-REF-GROUPE (WS-IDX-REF)
                 WHEN WS-NB-MAILLONS = 2
                    MOVE WS-MAILLON (2) TO WS-REF-TETE (WS-IDX-REF)
                    MOVE WS-MAILLON (1) TO WS-REF-GROUPE (WS-IDX-REF)
                 WHEN OTHER
                    MOVE WS-MAILLON (1) TO WS-REF-TETE (WS-IDX-REF)
                    MOVE SPACE      TO WS-REF-GROUPE (WS-IDX-REF)
              END-EVALUATE
           END-PERFORM
           IF WS-NB-RUPTURES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           .

      *    Chaine des ascendants de la contrepartie WS-IDX-REF : une
      *    mere absente du referentiel ou un quatrieme maillon (ce
      *    qui couvre aussi toute boucle) rompt la chaine
       REMONTE-CONTREPARTIE.
           MOVE ZERO                TO WS-INDIC-RUPTURE
           MOVE 1                   TO WS-NB-MAILLONS
           MOVE WS-REF-CODE (WS-IDX-REF) TO WS-MAILLON (1)
           MOVE WS-REF-MERE (WS-IDX-REF) TO WS-CODE-REMONTE
           PERFORM UNTIL WS-CODE-REMONTE = SPACE
                      OR WS-CHAINE-ROMPUE
              IF WS-NB-MAILLONS >= 3
                 SET WS-CHAINE-ROMPUE TO TRUE
              ELSE
                 MOVE WS-CODE-REMONTE TO WS-CODE-CHERCHE
                 PERFORM CHERCHE-REFERENCE
                 IF WS-IDX-TRV = ZERO
                    SET WS-CHAINE-ROMPUE TO TRUE
                 ELSE
                    ADD 1           TO WS-NB-MAILLONS
                    MOVE WS-CODE-REMONTE
                                    TO WS-MAILLON (WS-NB-MAILLONS)
                    MOVE WS-REF-MERE (WS-IDX-TRV) TO WS-CODE-REMONTE
                 END-IF
              END-IF
           END-PERFORM
           .

      *    Entree du referentiel de code WS-CODE-CHERCHE, zero si
      *    inconnue
       CHERCHE-REFERENCE.
           PERFORM VARYING WS-IDX-TRV FROM 1 BY 1
                   UNTIL   WS-IDX-TRV > WS-NB-REFERENCES
              IF WS-REF-CODE (WS-IDX-TRV) = WS-CODE-CHERCHE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE ZERO                TO WS-IDX-TRV
           .

      *    Cours le plus recent de chaque devise - la table est
      *    facultative : sans elle, seul l'euro a un equivalent
       CHARGE-TAUX.
           OPEN INPUT FIC-TAUX-CHANGE
           IF WS-STATUS-TXC NOT = '00'
              DISPLAY 'FIC-TAUX-CHANGE absent, equivalent euro des '
                      'seuls encours en EUR'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-TXC
              READ FIC-TAUX-CHANGE
               AT END
                 SET WS-FIN-TXC     TO TRUE
               NOT AT END
                 PERFORM RETIENT-TAUX
              END-READ
           END-PERFORM
           CLOSE FIC-TAUX-CHANGE
           .

       RETIENT-TAUX.
           PERFORM VARYING WS-IDX-TXR FROM 1 BY 1
                   UNTIL   WS-IDX-TXR > WS-NB-TAUX
                        OR WS-TXR-DEVISE (WS-IDX-TXR) = TXC-DEVISE
              CONTINUE
           END-PERFORM
           IF WS-IDX-TXR > WS-NB-TAUX
              IF WS-NB-TAUX >= 200
                 DISPLAY 'ABEND - TABLE DES COURS PLEINE (200)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TAUX
              MOVE WS-NB-TAUX       TO WS-IDX-TXR
              MOVE TXC-DEVISE       TO WS-TXR-DEVISE (WS-IDX-TXR)
              MOVE ZERO             TO WS-TXR-DATE (WS-IDX-TXR)
           END-IF
           IF TXC-DATE >= WS-TXR-DATE (WS-IDX-TXR)
              MOVE TXC-DATE         TO WS-TXR-DATE (WS-IDX-TXR)
              MOVE TXC-TAUX         TO WS-TXR-TAUX (WS-IDX-TXR)
           END-IF
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

      *    Articles non clos : encours, dont en attente
       TRAITEMENT.
           EVALUATE TRUE
              WHEN FIC1-STATUT-CLOS
                 ADD 1              TO WS-NB-ARTICLES-CLOS
              WHEN FIC1-MONTANT NOT NUMERIC
                 ADD 1              TO WS-NB-MONTANTS-INVALIDES
              WHEN OTHER
                 ADD 1              TO WS-NB-ARTICLES-RETENUS
                 MOVE FIC1-CODE-CTP TO WS-CODE-CHERCHE
                 MOVE FIC1-CODE-ENTITE TO WS-CHR-ENTITE
                 MOVE FIC1-DEVISE   TO WS-CHR-DEVISE
                 PERFORM PLACE-CONTREPARTIE
                 IF WS-HORS-REFERENTIEL
                    ADD 1           TO WS-NB-ARTICLES-HORS-REF
                 END-IF
                 PERFORM CUMULE-CELLULE
                 ADD 1              TO WS-CEL-NB-ENCOURS (WS-IDX-CEL)
                 ADD FIC1-MONTANT   TO WS-CEL-ENCOURS (WS-IDX-CEL)
                 IF FIC1-STATUT-EN-ATTENTE
                    ADD 1           TO WS-CEL-NB-ATTENTE (WS-IDX-CEL)
                    ADD FIC1-MONTANT TO WS-CEL-ATTENTE (WS-IDX-CEL)
                 END-IF
           END-EVALUATE
           PERFORM LIT-ARTICLE
           .

      *    Cle de cellule de la contrepartie WS-CODE-CHERCHE, pour
      *    l'entite et la devise deja placees : tete et groupe
      *    resolus, ou rubrique hors referentiel
       PLACE-CONTREPARTIE.
           IF WS-CHR-ENTITE = SPACE
              MOVE '**'             TO WS-CHR-ENTITE
           END-IF
           IF WS-CHR-DEVISE = SPACE
              MOVE 'EUR'            TO WS-CHR-DEVISE
           END-IF
           MOVE ZERO                TO WS-INDIC-HORS-REF
           MOVE ZERO                TO WS-IDX-TRV
           IF WS-CODE-CHERCHE NOT = SPACE
              PERFORM CHERCHE-REFERENCE
           END-IF
           IF WS-IDX-TRV = ZERO
              SET WS-HORS-REFERENTIEL TO TRUE
              MOVE HIGH-VALUE       TO WS-CHR-TETE
              MOVE SPACE            TO WS-CHR-GROUPE
           ELSE
              MOVE WS-REF-TETE (WS-IDX-TRV)   TO WS-CHR-TETE
              MOVE WS-REF-GROUPE (WS-IDX-TRV) TO WS-CHR-GROUPE
           END-IF
           .

      *    Cellule de cle WS-CLE-CHERCHEE, inseree a son rang au
      *    besoin - au-dela de la table, l'etat serait faux : abandon
       CUMULE-CELLULE.
           MOVE ZERO                TO WS-INDIC-CEL-TROUVE
           PERFORM VARYING WS-IDX-CEL FROM 1 BY 1
                   UNTIL   WS-IDX-CEL > WS-NB-CELLULES
                        OR WS-CEL-CLE (WS-IDX-CEL) >= WS-CLE-CHERCHEE
              CONTINUE
           END-PERFORM
           IF WS-IDX-CEL NOT > WS-NB-CELLULES
              IF WS-CEL-CLE (WS-IDX-CEL) = WS-CLE-CHERCHEE
                 SET WS-CEL-TROUVE  TO TRUE
              END-IF
           END-IF
           IF WS-CEL-TROUVE
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-CELLULES NOT < WS-NB-CELLULES-MAX
              DISPLAY 'ABEND - PLUS DE ' WS-NB-CELLULES-MAX
                      ' CELLULES D''EXPOSITION, TABLE PLEINE'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-IDX-DEP FROM WS-NB-CELLULES BY -1
                   UNTIL   WS-IDX-DEP < WS-IDX-CEL
              MOVE WS-CEL (WS-IDX-DEP) TO WS-CEL (WS-IDX-DEP + 1)
           END-PERFORM
           ADD 1                    TO WS-NB-CELLULES
           INITIALIZE WS-CEL (WS-IDX-CEL)
           MOVE WS-CLE-CHERCHEE     TO WS-CEL-CLE (WS-IDX-CEL)
           .

      *    Instructions de toutes les generations de FIC-PAIEMENTS
      *    et suppressions de FOREX071, par reference ; le trailer
      *    de controle est ignore. Sans FIC-PAIEMENTS l'etat sort
      *    sans paiements (RC 4)
       CHARGE-PAIEMENTS.
           OPEN INPUT FIC-PAIEMENTS
           IF WS-STATUS-PAIE NOT = '00'
              DISPLAY 'FIC-PAIEMENTS absent, etat sans paiements du '
                      'mois'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PAIE
              READ FIC-PAIEMENTS
               AT END
                 SET WS-FIN-PAIE    TO TRUE
               NOT AT END
                 IF PAIE-REC (1:10) NOT = '*TRAILER**'
                    ADD 1           TO WS-NB-PAIEMENTS-LUS
                    IF PAIE-MONTANT IS NUMERIC
                       MOVE SPACES  TO SP-REC
                       MOVE PAIE-REF TO SP-REF
                       SET SP-PAIEMENT TO TRUE
                       MOVE PAIE-CODE-CTP TO SP-CTP
                       MOVE PAIE-ENTITE TO SP-ENTITE
                       MOVE PAIE-DEVISE TO SP-DEVISE
                       MOVE PAIE-MONTANT TO SP-MONTANT
                       MOVE PAIE-DATE-VALEUR TO SP-DATE
                       RELEASE SP-REC
                    END-IF
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

      *    Premiere instruction de chaque reference non supprimee,
      *    cumulee si sa date de valeur tombe dans le mois
       CUMULE-PAIEMENTS.
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
                       ADD 1        TO WS-NB-ANNULES
                    WHEN OTHER
                       SET WS-GRP-PAIE-CONNU TO TRUE
                       PERFORM RETIENT-PAIEMENT
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           .

       RETIENT-PAIEMENT.
           IF SP-DATE (1:6) NOT = WS-MOIS-EXPO-X
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-PAIEMENTS-MOIS
           MOVE SP-CTP              TO WS-CODE-CHERCHE
           MOVE SP-ENTITE           TO WS-CHR-ENTITE
           MOVE SP-DEVISE           TO WS-CHR-DEVISE
           PERFORM PLACE-CONTREPARTIE
           IF WS-HORS-REFERENTIEL
              ADD 1                 TO WS-NB-PAIEMENTS-HORS-REF
           END-IF
           PERFORM CUMULE-CELLULE
           ADD 1                    TO WS-CEL-NB-PAIEMENTS (WS-IDX-CEL)
           ADD SP-MONTANT           TO WS-CEL-PAIEMENTS (WS-IDX-CEL)
           .

      *    Equivalent euro de l'encours de chaque cellule : l'euro
      *    vaut 1, une autre devise prend son cours le plus recent ;
      *    un encours sans cours reste hors de l'equivalent
       CALCULE-EQUIVALENTS.
           PERFORM VARYING WS-IDX-CEL FROM 1 BY 1
                   UNTIL   WS-IDX-CEL > WS-NB-CELLULES
              MOVE ZERO             TO WS-TAUX-RETENU
              IF WS-CEL-DEVISE (WS-IDX-CEL) = 'EUR'
                 MOVE 1             TO WS-TAUX-RETENU
              ELSE
                 PERFORM VARYING WS-IDX-TXR FROM 1 BY 1
                         UNTIL   WS-IDX-TXR > WS-NB-TAUX
                    IF WS-TXR-DEVISE (WS-IDX-TXR)
                       = WS-CEL-DEVISE (WS-IDX-CEL)
                       MOVE WS-TXR-TAUX (WS-IDX-TXR) TO WS-TAUX-RETENU
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-TAUX-RETENU > ZERO
                 MOVE 1             TO WS-CEL-INDIC-COURS (WS-IDX-CEL)
                 COMPUTE WS-CEL-ENCOURS-EUR (WS-IDX-CEL) ROUNDED
                       = WS-CEL-ENCOURS (WS-IDX-CEL) * WS-TAUX-RETENU
                 ADD WS-CEL-ENCOURS-EUR (WS-IDX-CEL)
                   TO WS-TOT-ENCOURS-EUR
              ELSE
                 IF WS-CEL-ENCOURS (WS-IDX-CEL) > ZERO
                    ADD 1           TO WS-NB-SANS-COURS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-SANS-COURS > ZERO
              MOVE WS-NB-SANS-COURS TO WS-NB-EDT
              DISPLAY 'FOREX120 : ' WS-NB-EDT ' cellule(s) d''encours '
                      'sans cours, hors equivalent euro'
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF
           .

      *    Etat : un bloc par tete de groupe (cellules dans l'ordre
      *    de la cle, sous-titre a chaque groupe), puis les totaux
      *    toutes contreparties par entite et devise
       EDITE-ETAT-EXPOSITION.
           MOVE WS-SEUIL-CONCENTRATION TO WS-PART-EDT
           STRING 'FOREX120  EXPOSITION PAR GROUPE DE CONTREPARTIES '
                  'DU MOIS ' WS-MOIS-EXPO
                  '  -  SEUIL DE CONCENTRATION ' WS-PART-EDT ' %'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-TOT-ENCOURS-EUR  TO WS-MONTANT-EDT
           STRING '  ENCOURS TOTAL EQUIVALENT EUR ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT

           MOVE 1                   TO WS-IDX-CEL
           PERFORM EDITE-BLOC-TETE
             UNTIL WS-IDX-CEL > WS-NB-CELLULES

           PERFORM ECRIT-RAPPORT
           MOVE 'TOUTES CONTREPARTIES' TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-ENTETE-COLONNES
           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL   WS-IDX-TOT > WS-NB-TOTAUX
              MOVE WS-TOT-ENTITE (WS-IDX-TOT)   TO WS-LIG-ENTITE
              MOVE WS-TOT-DEVISE (WS-IDX-TOT)   TO WS-LIG-DEVISE
              MOVE WS-TOT-NB-ENCOURS (WS-IDX-TOT) TO WS-LIG-NB-ENCOURS
              MOVE WS-TOT-ENCOURS (WS-IDX-TOT)  TO WS-LIG-ENCOURS
              MOVE WS-TOT-NB-ATTENTE (WS-IDX-TOT) TO WS-LIG-NB-ATTENTE
              MOVE WS-TOT-ATTENTE (WS-IDX-TOT)  TO WS-LIG-ATTENTE
              MOVE WS-TOT-NB-PAIEMENTS (WS-IDX-TOT)
                                    TO WS-LIG-NB-PAIEMENTS
              MOVE WS-TOT-PAIEMENTS (WS-IDX-TOT) TO WS-LIG-PAIEMENTS
              PERFORM EDITE-LIGNE-CUMULS
           END-PERFORM

           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-TETES         TO WS-NB-EDT
           STRING '  TETES DE GROUPE               ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-CONCENTRATIONS TO WS-NB-EDT
           STRING '  AU-DELA DU SEUIL              ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-RUPTURES      TO WS-NB-EDT
           STRING '  HIERARCHIES ROMPUES           ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-ARTICLES-HORS-REF TO WS-NB-EDT
           STRING '  ARTICLES HORS REFERENTIEL     ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-PAIEMENTS-HORS-REF TO WS-NB-EDT
           STRING '  PAIEMENTS HORS REFERENTIEL    ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-SANS-COURS    TO WS-NB-EDT
           STRING '  ENCOURS SANS COURS (CELLULES) ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           MOVE WS-NB-MONTANTS-INVALIDES TO WS-NB-EDT
           STRING '  ARTICLES ECARTES (MONTANT)    ' WS-NB-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-RAPPORT
           .

      *    Bloc de la tete de la cellule WS-IDX-CEL : ses cellules
      *    sont contigues ; un premier passage cumule equivalent
      *    euro et totaux de la tete, le second edite. WS-IDX-CEL
      *    sort sur la premiere cellule de la tete suivante
       EDITE-BLOC-TETE.
           MOVE WS-CEL-TETE (WS-IDX-CEL) TO WS-TETE-COURANTE
           MOVE WS-IDX-CEL          TO WS-IDX-DEBUT-BLOC
           MOVE ZERO                TO WS-TETE-ENCOURS-EUR
                                       WS-TETE-PART
                                       WS-INDIC-TETE-GROUPES
                                       WS-INDIC-TETE-SANS-COURS
                                       WS-NB-TOTAUX-TETE
           PERFORM VARYING WS-IDX-CEL FROM WS-IDX-DEBUT-BLOC BY 1
                   UNTIL   WS-IDX-CEL > WS-NB-CELLULES
                        OR WS-CEL-TETE (WS-IDX-CEL)
                           NOT = WS-TETE-COURANTE
              ADD WS-CEL-ENCOURS-EUR (WS-IDX-CEL)
                TO WS-TETE-ENCOURS-EUR
              IF WS-CEL-SANS-COURS (WS-IDX-CEL)
                 AND WS-CEL-ENCOURS (WS-IDX-CEL) > ZERO
                 SET WS-TETE-SANS-COURS TO TRUE
              END-IF
              IF WS-CEL-GROUPE (WS-IDX-CEL) NOT = SPACE
                 SET WS-TETE-A-GROUPES TO TRUE
              END-IF
              PERFORM CUMULE-TOTAUX
           END-PERFORM
           MOVE WS-IDX-CEL          TO WS-IDX-FIN-BLOC
           IF WS-TOT-ENCOURS-EUR > ZERO
              COMPUTE WS-TETE-PART ROUNDED
                    = WS-TETE-ENCOURS-EUR * 100 / WS-TOT-ENCOURS-EUR
           END-IF

           PERFORM ECRIT-RAPPORT
           IF WS-TETE-COURANTE = HIGH-VALUE
              STRING 'HORS REFERENTIEL (SANS CONTREPARTIE OU '
                     'CONTREPARTIE INCONNUE)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           ELSE
              ADD 1                 TO WS-NB-TETES
              MOVE WS-TETE-COURANTE TO WS-CODE-CHERCHE
              PERFORM CHERCHE-REFERENCE
              MOVE ZERO             TO WS-TETE-NB-MEMBRES
              PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                      UNTIL   WS-IDX-REF > WS-NB-REFERENCES
                 IF WS-REF-TETE (WS-IDX-REF) = WS-TETE-COURANTE
                    ADD 1           TO WS-TETE-NB-MEMBRES
                 END-IF
              END-PERFORM
              MOVE WS-TETE-NB-MEMBRES TO WS-NB-EDT
              STRING 'TETE DE GROUPE ' WS-TETE-COURANTE '  '
                     WS-REF-NOM (WS-IDX-TRV) '  ' WS-NB-EDT
                     ' CONTREPARTIE(S)'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-RAPPORT
           PERFORM EDITE-ENTETE-COLONNES

           MOVE LOW-VALUE           TO WS-GROUPE-PRECEDENT
           PERFORM VARYING WS-IDX-LIG FROM WS-IDX-DEBUT-BLOC BY 1
                   UNTIL   WS-IDX-LIG >= WS-IDX-FIN-BLOC
              IF WS-TETE-A-GROUPES
                 AND WS-CEL-GROUPE (WS-IDX-LIG)
                     NOT = WS-GROUPE-PRECEDENT
                 PERFORM EDITE-SOUS-TITRE-GROUPE
              END-IF
              MOVE WS-CEL-ENTITE (WS-IDX-LIG)   TO WS-LIG-ENTITE
              MOVE WS-CEL-DEVISE (WS-IDX-LIG)   TO WS-LIG-DEVISE
              MOVE WS-CEL-NB-ENCOURS (WS-IDX-LIG) TO WS-LIG-NB-ENCOURS
              MOVE WS-CEL-ENCOURS (WS-IDX-LIG)  TO WS-LIG-ENCOURS
              MOVE WS-CEL-NB-ATTENTE (WS-IDX-LIG) TO WS-LIG-NB-ATTENTE
              MOVE WS-CEL-ATTENTE (WS-IDX-LIG)  TO WS-LIG-ATTENTE
              MOVE WS-CEL-NB-PAIEMENTS (WS-IDX-LIG)
                                    TO WS-LIG-NB-PAIEMENTS
              MOVE WS-CEL-PAIEMENTS (WS-IDX-LIG) TO WS-LIG-PAIEMENTS
              PERFORM EDITE-LIGNE-CUMULS
           END-PERFORM

      *    Totaux de la tete, utiles seulement sous plusieurs groupes
           IF WS-TETE-A-GROUPES
              MOVE '  TOTAL DE LA TETE DE GROUPE' TO WS-LIGNE-RAPPORT
              PERFORM ECRIT-RAPPORT
              PERFORM VARYING WS-IDX-TTE FROM 1 BY 1
                      UNTIL   WS-IDX-TTE > WS-NB-TOTAUX-TETE
                 MOVE WS-TTE-ENTITE (WS-IDX-TTE)   TO WS-LIG-ENTITE
                 MOVE WS-TTE-DEVISE (WS-IDX-TTE)   TO WS-LIG-DEVISE
                 MOVE WS-TTE-NB-ENCOURS (WS-IDX-TTE)
                                    TO WS-LIG-NB-ENCOURS
                 MOVE WS-TTE-ENCOURS (WS-IDX-TTE)  TO WS-LIG-ENCOURS
                 MOVE WS-TTE-NB-ATTENTE (WS-IDX-TTE)
                                    TO WS-LIG-NB-ATTENTE
                 MOVE WS-TTE-ATTENTE (WS-IDX-TTE)  TO WS-LIG-ATTENTE
                 MOVE WS-TTE-NB-PAIEMENTS (WS-IDX-TTE)
                                    TO WS-LIG-NB-PAIEMENTS
                 MOVE WS-TTE-PAIEMENTS (WS-IDX-TTE)
                                    TO WS-LIG-PAIEMENTS
                 PERFORM EDITE-LIGNE-CUMULS
              END-PERFORM
           END-IF

      *    Part de l'encours total ; la rubrique hors referentiel
      *    n'est pas un groupe et n'est jamais marquee
           MOVE WS-TETE-ENCOURS-EUR TO WS-MONTANT-EDT
           MOVE WS-TETE-PART        TO WS-PART-EDT
           STRING '  ENCOURS EQUIVALENT EUR ' WS-MONTANT-EDT
                  '  PART ' WS-PART-EDT ' %'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           IF WS-TETE-COURANTE NOT = HIGH-VALUE
              AND WS-TETE-PART NOT < WS-SEUIL-CONCENTRATION
              ADD 1                 TO WS-NB-CONCENTRATIONS
              MOVE '*CONCENTRATION*' TO WS-LIGNE-RAPPORT (62:15)
           END-IF
           IF WS-TETE-SANS-COURS
              MOVE '(DEVISE SANS COURS EXCLUE)'
                                    TO WS-LIGNE-RAPPORT (79:26)
           END-IF
           PERFORM ECRIT-RAPPORT
           .

       EDITE-SOUS-TITRE-GROUPE.
           MOVE WS-CEL-GROUPE (WS-IDX-LIG) TO WS-GROUPE-PRECEDENT
           IF WS-GROUPE-PRECEDENT = SPACE
              MOVE '  EN DIRECT SUR LA TETE DE GROUPE'
                                    TO WS-LIGNE-RAPPORT
           ELSE
              MOVE WS-GROUPE-PRECEDENT TO WS-CODE-CHERCHE
              PERFORM CHERCHE-REFERENCE
              STRING '  GROUPE ' WS-GROUPE-PRECEDENT '  '
                     WS-REF-NOM (WS-IDX-TRV)
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           END-IF
           PERFORM ECRIT-RAPPORT
           .

      *    Cumul de la cellule WS-IDX-CEL dans les totaux de la tete
      *    et dans ceux de toutes les contreparties, par entite et
      *    devise - au-dela des tables : abandon
       CUMULE-TOTAUX.
           PERFORM VARYING WS-IDX-TTE FROM 1 BY 1
                   UNTIL   WS-IDX-TTE > WS-NB-TOTAUX-TETE
                        OR (WS-TTE-ENTITE (WS-IDX-TTE)
                            = WS-CEL-ENTITE (WS-IDX-CEL)
                        AND WS-TTE-DEVISE (WS-IDX-TTE)
                            = WS-CEL-DEVISE (WS-IDX-CEL))
              CONTINUE
           END-PERFORM
           IF WS-IDX-TTE > WS-NB-TOTAUX-TETE
              IF WS-NB-TOTAUX-TETE >= 100
                 DISPLAY 'ABEND - TABLE DES TOTAUX DE TETE PLEINE '
                         '(100)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TOTAUX-TETE
              INITIALIZE WS-TTE (WS-IDX-TTE)
              MOVE WS-CEL-ENTITE (WS-IDX-CEL)
                                    TO WS-TTE-ENTITE (WS-IDX-TTE)
              MOVE WS-CEL-DEVISE (WS-IDX-CEL)
                                    TO WS-TTE-DEVISE (WS-IDX-TTE)
           END-IF
           ADD WS-CEL-NB-ENCOURS (WS-IDX-CEL)
             TO WS-TTE-NB-ENCOURS (WS-IDX-TTE)
           ADD WS-CEL-ENCOURS (WS-IDX-CEL)
             TO WS-TTE-ENCOURS (WS-IDX-TTE)
           ADD WS-CEL-NB-ATTENTE (WS-IDX-CEL)
             TO WS-TTE-NB-ATTENTE (WS-IDX-TTE)
           ADD WS-CEL-ATTENTE (WS-IDX-CEL)
             TO WS-TTE-ATTENTE (WS-IDX-TTE)
           ADD WS-CEL-NB-PAIEMENTS (WS-IDX-CEL)
             TO WS-TTE-NB-PAIEMENTS (WS-IDX-TTE)
           ADD WS-CEL-PAIEMENTS (WS-IDX-CEL)
             TO WS-TTE-PAIEMENTS (WS-IDX-TTE)

           PERFORM VARYING WS-IDX-TOT FROM 1 BY 1
                   UNTIL   WS-IDX-TOT > WS-NB-TOTAUX
                        OR (WS-TOT-ENTITE (WS-IDX-TOT)
                            = WS-CEL-ENTITE (WS-IDX-CEL)
                        AND WS-TOT-DEVISE (WS-IDX-TOT)
                            = WS-CEL-DEVISE (WS-IDX-CEL))
              CONTINUE
           END-PERFORM
           IF WS-IDX-TOT > WS-NB-TOTAUX
              IF WS-NB-TOTAUX >= 100
                 DISPLAY 'ABEND - TABLE DES TOTAUX PLEINE (100)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-TOTAUX
              INITIALIZE WS-TOT (WS-IDX-TOT)
              MOVE WS-CEL-ENTITE (WS-IDX-CEL)
                                    TO WS-TOT-ENTITE (WS-IDX-TOT)
              MOVE WS-CEL-DEVISE (WS-IDX-CEL)
                                    TO WS-TOT-DEVISE (WS-IDX-TOT)
           END-IF
           ADD WS-CEL-NB-ENCOURS (WS-IDX-CEL)
             TO WS-TOT-NB-ENCOURS (WS-IDX-TOT)
           ADD WS-CEL-ENCOURS (WS-IDX-CEL)
             TO WS-TOT-ENCOURS (WS-IDX-TOT)
           ADD WS-CEL-NB-ATTENTE (WS-IDX-CEL)
             TO WS-TOT-NB-ATTENTE (WS-IDX-TOT)
           ADD WS-CEL-ATTENTE (WS-IDX-CEL)
             TO WS-TOT-ATTENTE (WS-IDX-TOT)
           ADD WS-CEL-NB-PAIEMENTS (WS-IDX-CEL)
             TO WS-TOT-NB-PAIEMENTS (WS-IDX-TOT)
           ADD WS-CEL-PAIEMENTS (WS-IDX-CEL)
             TO WS-TOT-PAIEMENTS (WS-IDX-TOT)
           .

       EDITE-ENTETE-COLONNES.
           MOVE '    ENT DEV'       TO WS-LIGNE-RAPPORT
           MOVE 'ENCOURS'           TO WS-LIGNE-RAPPORT (27:7)
           MOVE 'ARTICLES'          TO WS-LIGNE-RAPPORT (38:8)
           MOVE 'EN ATTENTE'        TO WS-LIGNE-RAPPORT (48:10)
           MOVE 'MONTANT EN ATTENTE' TO WS-LIGNE-RAPPORT (61:18)
           MOVE 'PAIEMENTS DU MOIS' TO WS-LIGNE-RAPPORT (83:17)
           MOVE 'NB PAIEMENTS'      TO WS-LIGNE-RAPPORT (100:12)
           PERFORM ECRIT-RAPPORT
           .

       EDITE-LIGNE-CUMULS.
           MOVE WS-LIG-ENTITE       TO WS-LIGNE-RAPPORT (5:2)
           MOVE WS-LIG-DEVISE       TO WS-LIGNE-RAPPORT (9:3)
           MOVE WS-LIG-ENCOURS      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (14:20)
           MOVE WS-LIG-NB-ENCOURS   TO WS-NB-EDT
           MOVE WS-NB-EDT           TO WS-LIGNE-RAPPORT (35:11)
           MOVE WS-LIG-NB-ATTENTE   TO WS-NB-EDT
           MOVE WS-NB-EDT           TO WS-LIGNE-RAPPORT (47:11)
           MOVE WS-LIG-ATTENTE      TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (59:20)
           MOVE WS-LIG-PAIEMENTS    TO WS-MONTANT-EDT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (80:20)
           MOVE WS-LIG-NB-PAIEMENTS TO WS-NB-EDT
           MOVE WS-NB-EDT           TO WS-LIGNE-RAPPORT (101:11)
           PERFORM ECRIT-RAPPORT
           .

       ECRIT-RAPPORT.
           WRITE REXP-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-REXP      TO WS-FSTA-STATUT
           MOVE 'FIC-REXP'          TO WS-FSTA-FICHIER
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
           IF WS-NB-CONCENTRATIONS > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
              MOVE WS-NB-CONCENTRATIONS TO WS-NB-EDT
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'CONCENTR'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'GROUPES ' WS-NB-EDT ' AU-DELA DU SEUIL'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
           END-IF

           CLOSE FICHIER1
                 FIC-RAPPORT-EXPOSITION

           DISPLAY 'Exposition par groupe terminee'
           MOVE WS-NB-CTP-LUES      TO WS-NB-EDT
           DISPLAY 'CONTREPARTIES LUES    = ' WS-NB-EDT
           MOVE WS-NB-RUPTURES      TO WS-NB-EDT
           DISPLAY 'HIERARCHIES ROMPUES   = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-LUS  TO WS-NB-EDT
           DISPLAY 'ARTICLES LUS          = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-CLOS TO WS-NB-EDT
           DISPLAY 'ARTICLES CLOS         = ' WS-NB-EDT
           MOVE WS-NB-ARTICLES-RETENUS TO WS-NB-EDT
           DISPLAY 'ARTICLES EN ENCOURS   = ' WS-NB-EDT
           MOVE WS-NB-MONTANTS-INVALIDES TO WS-NB-EDT
           DISPLAY 'MONTANTS INVALIDES    = ' WS-NB-EDT
           MOVE WS-NB-PAIEMENTS-LUS TO WS-NB-EDT
           DISPLAY 'PAIEMENTS LUS         = ' WS-NB-EDT
           MOVE WS-NB-PAIEMENTS-MOIS TO WS-NB-EDT
           DISPLAY 'PAIEMENTS DU MOIS     = ' WS-NB-EDT
           MOVE WS-NB-DOUBLONS      TO WS-NB-EDT
           DISPLAY 'REFERENCES EN DOUBLE  = ' WS-NB-EDT
           MOVE WS-NB-ANNULES       TO WS-NB-EDT
           DISPLAY 'SUPPRIMEES (FOREX071) = ' WS-NB-EDT
           MOVE WS-NB-TETES         TO WS-NB-EDT
           DISPLAY 'TETES DE GROUPE       = ' WS-NB-EDT
           MOVE WS-NB-CONCENTRATIONS TO WS-NB-EDT
           DISPLAY 'AU-DELA DU SEUIL      = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CTP'           TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-CTP       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-CTP-LUES      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-RUPTURES      TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE WS-NB-MONTANTS-INVALIDES TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PAIE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIE      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIEMENTS-LUS TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-AANN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-AANN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ANNUL-LUES    TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-REXP'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-REXP      TO WS-JSUM-FIC-STATUT
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
