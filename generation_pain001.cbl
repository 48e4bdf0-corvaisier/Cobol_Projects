       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX076.
      *==============================================================*
      * PROGRAMME de generation du virement SEPA XML (pain.001)      *
      *   - La banque abandonne le fichier a plat de FOREX056 et     *
      *     n'accepte plus que des virements ISO 20022 pain.001 :    *
      *     ce programme relit FIC-PAIEMENTS et produit le document  *
      *     FIC-PAIN001 par XML GENERATE, comme les exports          *
      *     partenaires de FOREX010                                  *
      *   - Le trailer (nombre d'instructions et total de hachage)   *
      *     est verifie avant tout : un fichier en ecart, ou une     *
      *     instruction sans compte debiteur, bloque le document     *
      *     (rien n'est ecrit, RC 16, alerte F PAINBLOQ)             *
      *   - Un bloc PmtInf par date de valeur et devise (et par      *
      *     entite payeuse, chacune debitant son propre compte lu    *
      *     dans FIC-DEBITEURS, ligne ** pour le compte par defaut)  *
      *   - Le GrpHdr reprend le nombre et le total de controle du   *
      *     trailer ; chaque bloc porte les siens                    *
      *   - Les montants sont edites avec un point decimal, comme    *
      *     l'exige le schema, malgre DECIMAL-POINT IS COMMA         *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-PAIEMENTS : instructions du jour (FOREX056, FOREX071)
           COPY PAIES.
      * Comptes debiteurs par entite payeuse (ligne ** = defaut)
           SELECT FIC-DEBITEURS
                     ASSIGN to FICPDBT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PDBT.
      * Fichier de travail et copie triee des instructions
           SELECT SORT-PAIE    ASSIGN to SORTWK1.
           SELECT FIC-TRI-PAIE
                     ASSIGN to FICTRIX
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TRIX.
      * Document pain.001 a destination de la banque
           SELECT FIC-PAIN001
                     ASSIGN to FICP001
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-P001.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Instruction de paiement : dessin partage avec FOREX056
           COPY PAIE.

      * Compte debiteur d'une entite : IBAN, BIC, raison sociale
       FD  FIC-DEBITEURS.
       01  PDBT-REC.
         10 PDBT-ENTITE        PIC X(02).
         10 FILLER             PIC X(01).
         10 PDBT-IBAN          PIC X(34).
         10 FILLER             PIC X(01).
         10 PDBT-BIC           PIC X(11).
         10 FILLER             PIC X(01).
         10 PDBT-NOM           PIC X(30).

       SD  SORT-PAIE.
       01  SX-REC.
         10 SX-DATE-VALEUR     PIC 9(08).
         10 SX-DEVISE          PIC X(03).
         10 SX-ENTITE          PIC X(02).
         10 SX-REF             PIC X(16).
         10 SX-MONTANT         PIC 9(09)V99.
         10 SX-BENEFICIAIRE    PIC X(20).
         10 SX-IBAN            PIC X(34).
         10 SX-BIC             PIC X(11).
         10 SX-TITULAIRE       PIC X(35).
         10 FILLER             PIC X(60).

       FD  FIC-TRI-PAIE.
       01  TRIX-REC.
         10 TRIX-DATE-VALEUR   PIC 9(08).
         10 TRIX-DEVISE        PIC X(03).
         10 TRIX-ENTITE        PIC X(02).
         10 TRIX-REF           PIC X(16).
         10 TRIX-MONTANT       PIC 9(09)V99.
         10 TRIX-BENEFICIAIRE  PIC X(20).
         10 TRIX-IBAN          PIC X(34).
         10 TRIX-BIC           PIC X(11).
         10 TRIX-TITULAIRE     PIC X(35).
         10 FILLER             PIC X(60).

      * Un element XML complet (ou une balise) par enregistrement
       FD  FIC-PAIN001.
       01  P001-REC             PIC X(1000).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-PDBT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PDBT    PIC 9      VALUE ZERO.
               88 WS-FIN-PDBT                  VALUE 1.
           02  WS-STATUS-TRIX       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TRIX    PIC 9      VALUE ZERO.
               88 WS-FIN-TRIX                  VALUE 1.
           02  WS-STATUS-P001       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-BLOCAGE     PIC 9      VALUE ZERO.
               88 WS-DOCUMENT-BLOQUE           VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-PAIE-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-DEBITEUR  PIC S9(9)  VALUE ZERO.
           02  WS-NB-TX-GENEREES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-XML     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    Trailer de controle de FIC-PAIEMENTS (FOREX056) :
      *    comptage et hachage attendus contre le reellement lu
       01  WS-TRAILER-AMONT.
           02  WS-INDIC-TRL-VU      PIC 9      VALUE ZERO.
               88 WS-TRAILER-VU                VALUE 1.
           02  WS-HASH-PAIE-LU      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-PAIE-LU.
           02  FILLER               PIC X(10).
           02  WS-TRL-LU-NB         PIC 9(09).
           02  FILLER               PIC X(01).
           02  WS-TRL-LU-HASH       PIC 9(13)V99.
           02  FILLER               PIC X(165).
       01  WS-MOTIF-BLOCAGE         PIC X(40)  VALUE SPACE.

      *    Comptes debiteurs par entite (FIC-DEBITEURS)
       01  WS-NB-DEBITEURS          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DEBITEURS.
           02  WS-DBT-ENTREE OCCURS 20.
               05 WS-DBT-ENTITE     PIC X(02).
               05 WS-DBT-IBAN       PIC X(34).
               05 WS-DBT-BIC        PIC X(11).
               05 WS-DBT-NOM        PIC X(30).
       01  WS-IDX-DBT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-DBT-DEFAUT        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-DBT-TROUVE      PIC 9      VALUE ZERO.
           88 WS-DBT-TROUVE                    VALUE 1.
       01  WS-ENTITE-CHERCHEE       PIC X(02)  VALUE SPACE.
      *    Raison sociale de l'emetteur du document (InitgPty)
       01  WS-NOM-EMETTEUR          PIC X(30)  VALUE SPACE.

      *    Blocs PmtInf : date de valeur + devise + entite, avec le
      *    nombre et le total de controle de chacun, cumules a la
      *    lecture pour etre connus avant l'ecriture du bloc
       01  WS-NB-BLOCS              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-BLOCS.
           02  WS-BLC-ENTREE OCCURS 500.
               05 WS-BLC-DATE       PIC 9(08).
               05 WS-BLC-DEVISE     PIC X(03).
               05 WS-BLC-ENTITE     PIC X(02).
               05 WS-BLC-NB         PIC 9(09).
               05 WS-BLC-TOTAL      PIC 9(13)V99.
       01  WS-IDX-BLC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-BLC-TROUVE      PIC 9      VALUE ZERO.
           88 WS-BLC-TROUVE                    VALUE 1.
       01  WS-BLOC-CHERCHE.
           02  WS-BLCC-DATE         PIC 9(08).
           02  WS-BLCC-DEVISE       PIC X(03).
           02  WS-BLCC-ENTITE       PIC X(02).
       01  WS-INDIC-BLOC-OUVERT     PIC 9      VALUE ZERO.
           88 WS-BLOC-OUVERT                   VALUE 1.
       01  WS-NUM-BLOC              PIC 9(03)  VALUE ZERO.

      *    Edition d'un montant avec point decimal, sans zeros de
      *    tete (le schema n'accepte pas la virgule)
       01  WS-MNT-A-EDITER          PIC 9(13)V99 VALUE ZERO.
       01  WS-MNT-A-EDITER-R REDEFINES WS-MNT-A-EDITER.
           02  WS-MNT-ENTIERS       PIC X(13).
           02  WS-MNT-DECIMALES     PIC X(02).
       01  WS-POS-MNT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MNT-TEXTE             PIC X(18)  VALUE SPACE.

      *    Edition d'une date AAAAMMJJ au format AAAA-MM-JJ
       01  WS-DATE-A-EDITER         PIC 9(08)  VALUE ZERO.
       01  WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
           02  WS-DAE-ANNEE         PIC X(04).
           02  WS-DAE-MOIS          PIC X(02).
           02  WS-DAE-JOUR          PIC X(02).
       01  WS-DATE-ISO              PIC X(10)  VALUE SPACE.

      *    Date et heure systeme : identifiant et horodatage du
      *    message
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-ANNEE         PIC 9(04).
           02  WS-DHS-MOIS          PIC 9(02).
           02  WS-DHS-JOUR          PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(07).
       01  WS-ID-MESSAGE            PIC X(35)  VALUE SPACE.

      *    En-tete du message (GrpHdr), converti par XML GENERATE
       01  WS-GRPHDR-XML.
           02  GH-MSG-ID            PIC X(35).
           02  GH-CRE-DT-TM         PIC X(19).
           02  GH-NB-OF-TXS         PIC 9(09).
           02  GH-CTRL-SUM          PIC X(18).
           02  GH-INITG-PTY.
               05 GH-INITG-NM       PIC X(30).

      *    En-tete d'un bloc PmtInf : la balise fermante produite
      *    par XML GENERATE est retiree, les virements du bloc
      *    suivent, puis la balise est refermee a la rupture
       01  WS-PMTINF-XML.
           02  PI-PMT-INF-ID        PIC X(35).
           02  PI-PMT-MTD           PIC X(03).
           02  PI-NB-OF-TXS         PIC 9(09).
           02  PI-CTRL-SUM          PIC X(18).
           02  PI-PMT-TP-INF.
               05 PI-SVC-LVL.
                  10 PI-SVC-CD      PIC X(04).
           02  PI-REQD-EXCTN-DT     PIC X(10).
           02  PI-DBTR.
               05 PI-DBTR-NM        PIC X(30).
           02  PI-DBTR-ACCT.
               05 PI-DBTR-ACCT-ID.
                  10 PI-DBTR-IBAN   PIC X(34).
               05 PI-DBTR-CCY       PIC X(03).
           02  PI-DBTR-AGT.
               05 PI-DBTR-FIN-INSTN.
                  10 PI-DBTR-BIC    PIC X(11).
           02  PI-CHRG-BR           PIC X(04).

      *    Un virement (CdtTrfTxInf) : reference de bout en bout =
      *    PAIE-REF, pour le rapprochement du releve par FOREX057
       01  WS-CDTTRF-XML.
           02  TX-PMT-ID.
               05 TX-END-TO-END-ID  PIC X(16).
           02  TX-AMT.
               05 TX-INSTD-AMT.
                  10 TX-CCY         PIC X(03).
                  10 TX-MONTANT     PIC X(18).
           02  TX-CDTR-AGT.
               05 TX-CDTR-FIN-INSTN.
                  10 TX-CDTR-BIC    PIC X(11).
           02  TX-CDTR.
               05 TX-CDTR-NM        PIC X(35).
           02  TX-CDTR-ACCT.
               05 TX-CDTR-ACCT-ID.
                  10 TX-CDTR-IBAN   PIC X(34).
           02  TX-RMT-INF.
               05 TX-USTRD          PIC X(20).

       01  WS-XML-GEN-BUF           PIC X(1000).
       01  WS-XML-GEN-LONG          PIC S9(9) COMP.
       01  WS-LONG-OUVERTE          PIC S9(9) COMP.

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
           PERFORM INIT
      *    Tri des instructions sur date de valeur + devise +
      *    entite, le trailer est verifie au passage
           SORT SORT-PAIE
               ON ASCENDING KEY SX-DATE-VALEUR SX-DEVISE SX-ENTITE
                                SX-REF
               INPUT PROCEDURE  CHARGE-PAIEMENTS
               GIVING FIC-TRI-PAIE
           PERFORM CONTROLE-TRAILER
           IF NOT WS-DOCUMENT-BLOQUE
              AND WS-NB-PAIE-LUS > ZERO
              PERFORM GENERE-DOCUMENT
           END-IF
           PERFORM FIN
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX076'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX076'  TO WS-ALRT-PROGRAMME

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING 'FOREX076-' WS-DATE-HEURE-SYS (1:14)
                  DELIMITED BY SIZE
             INTO WS-ID-MESSAGE

           PERFORM CHARGE-DEBITEURS
           .

      *    Comptes debiteurs par entite - sans ce fichier, aucun
      *    bloc ne peut etre emis : le document est bloque
       CHARGE-DEBITEURS.
           OPEN INPUT FIC-DEBITEURS
           IF WS-STATUS-PDBT NOT = '00'
              DISPLAY 'FIC-DEBITEURS absent, aucun compte debiteur'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-PDBT
              READ FIC-DEBITEURS
               AT END
                 SET WS-FIN-PDBT    TO TRUE
               NOT AT END
                 IF WS-NB-DEBITEURS >= 20
                    DISPLAY 'FIC-DEBITEURS : table pleine (20), '
                            'entite ' PDBT-ENTITE ' ignoree'
                 ELSE
                    ADD 1           TO WS-NB-DEBITEURS
                    MOVE PDBT-ENTITE
                      TO WS-DBT-ENTITE (WS-NB-DEBITEURS)
                    MOVE PDBT-IBAN  TO WS-DBT-IBAN (WS-NB-DEBITEURS)
                    MOVE PDBT-BIC   TO WS-DBT-BIC (WS-NB-DEBITEURS)
                    MOVE PDBT-NOM   TO WS-DBT-NOM (WS-NB-DEBITEURS)
                    IF PDBT-ENTITE = '**'
                       MOVE WS-NB-DEBITEURS TO WS-IDX-DBT-DEFAUT
                       MOVE PDBT-NOM        TO WS-NOM-EMETTEUR
                    END-IF
                    IF WS-NOM-EMETTEUR = SPACE
                       MOVE PDBT-NOM        TO WS-NOM-EMETTEUR
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-DEBITEURS
           .

      *    Compte debiteur de l'entite WS-ENTITE-CHERCHEE, ou a
      *    defaut celui de la ligne ** (WS-IDX-DBT a zero si aucun)
       RECHERCHE-DEBITEUR.
           MOVE ZERO                TO WS-INDIC-DBT-TROUVE
           PERFORM VARYING WS-IDX-DBT
                   FROM    1 BY 1
                   UNTIL   WS-IDX-DBT > WS-NB-DEBITEURS
                        OR WS-DBT-TROUVE
              IF WS-DBT-ENTITE (WS-IDX-DBT) = WS-ENTITE-CHERCHEE
                 SET WS-DBT-TROUVE  TO TRUE
              END-IF
           END-PERFORM
           IF WS-DBT-TROUVE
              SUBTRACT 1            FROM WS-IDX-DBT
           ELSE
              MOVE WS-IDX-DBT-DEFAUT TO WS-IDX-DBT
           END-IF
           .

      *    Lecture de FIC-PAIEMENTS jusqu'au trailer : comptage,
      *    hachage, cumul par bloc et liberation vers le tri
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
                 MOVE WS-STATUS-PAIE TO WS-FSTA-STATUT
                 MOVE 'FIC-PAIE'    TO WS-FSTA-FICHIER
                 PERFORM CONTROLE-FILE-STATUT
                 IF PAIE-REF (1:10) = '*TRAILER**'
                    SET WS-TRAILER-VU TO TRUE
                    MOVE PAIE-REC   TO WS-TRAILER-PAIE-LU
                    SET WS-FIN-PAIE TO TRUE
                 ELSE
                    ADD 1           TO WS-NB-PAIE-LUS
                    ADD PAIE-MONTANT TO WS-HASH-PAIE-LU
                    PERFORM LIBERE-PAIEMENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAIEMENTS
           .

      *    Une instruction vers le tri - devise a blanc = EUR,
      *    comme partout dans la suite
       LIBERE-PAIEMENT.
           INITIALIZE SX-REC
           MOVE PAIE-DATE-VALEUR    TO SX-DATE-VALEUR
           MOVE PAIE-DEVISE         TO SX-DEVISE
           IF SX-DEVISE = SPACE
              MOVE 'EUR'            TO SX-DEVISE
           END-IF
           MOVE PAIE-ENTITE         TO SX-ENTITE
           MOVE PAIE-REF            TO SX-REF
           MOVE PAIE-MONTANT        TO SX-MONTANT
           MOVE PAIE-BENEFICIAIRE   TO SX-BENEFICIAIRE
           MOVE PAIE-IBAN           TO SX-IBAN
           MOVE PAIE-BIC            TO SX-BIC
           MOVE PAIE-TITULAIRE      TO SX-TITULAIRE
           RELEASE SX-REC

           MOVE SX-ENTITE           TO WS-ENTITE-CHERCHEE
           PERFORM RECHERCHE-DEBITEUR
           IF WS-IDX-DBT = ZERO
              ADD 1                 TO WS-NB-SANS-DEBITEUR
              DISPLAY 'PAIN.001 : pas de compte debiteur pour '
                      'l''entite ' SX-ENTITE ', instruction '
                      SX-REF
           END-IF

           MOVE SX-DATE-VALEUR      TO WS-BLCC-DATE
           MOVE SX-DEVISE           TO WS-BLCC-DEVISE
           MOVE SX-ENTITE           TO WS-BLCC-ENTITE
           PERFORM RECHERCHE-BLOC
           IF NOT WS-BLC-TROUVE
              IF WS-NB-BLOCS >= 500
                 DISPLAY 'ABEND - TABLE DES BLOCS PMTINF PLEINE '
                         '(500)'
                 MOVE 16            TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                 TO WS-NB-BLOCS
              MOVE WS-NB-BLOCS      TO WS-IDX-BLC
              MOVE WS-BLCC-DATE     TO WS-BLC-DATE (WS-IDX-BLC)
              MOVE WS-BLCC-DEVISE   TO WS-BLC-DEVISE (WS-IDX-BLC)
              MOVE WS-BLCC-ENTITE   TO WS-BLC-ENTITE (WS-IDX-BLC)
              MOVE ZERO             TO WS-BLC-NB (WS-IDX-BLC)
              MOVE ZERO             TO WS-BLC-TOTAL (WS-IDX-BLC)
           END-IF
           ADD 1                    TO WS-BLC-NB (WS-IDX-BLC)
           ADD SX-MONTANT           TO WS-BLC-TOTAL (WS-IDX-BLC)
           .

       RECHERCHE-BLOC.
           MOVE ZERO                TO WS-INDIC-BLC-TROUVE
           PERFORM VARYING WS-IDX-BLC
                   FROM    1 BY 1
                   UNTIL   WS-IDX-BLC > WS-NB-BLOCS
                        OR WS-BLC-TROUVE
              IF WS-BLC-DATE (WS-IDX-BLC) = WS-BLCC-DATE
                 AND WS-BLC-DEVISE (WS-IDX-BLC) = WS-BLCC-DEVISE
                 AND WS-BLC-ENTITE (WS-IDX-BLC) = WS-BLCC-ENTITE
                 SET WS-BLC-TROUVE  TO TRUE
              END-IF
           END-PERFORM
           IF WS-BLC-TROUVE
              SUBTRACT 1            FROM WS-IDX-BLC
           END-IF
           .

      *    Trailer amont contre le reellement lu, et comptes
      *    debiteurs : au moindre ecart le document n'est pas
      *    produit, la banque ne recoit rien plutot qu'un fichier
      *    faux
       CONTROLE-TRAILER.
           EVALUATE TRUE
              WHEN NOT WS-TRAILER-VU
                 MOVE 'TRAILER FIC-PAIEMENTS ABSENT'
                                    TO WS-MOTIF-BLOCAGE
              WHEN WS-NB-PAIE-LUS NOT = WS-TRL-LU-NB
                 MOVE 'NOMBRE D''INSTRUCTIONS EN ECART'
                                    TO WS-MOTIF-BLOCAGE
              WHEN WS-HASH-PAIE-LU NOT = WS-TRL-LU-HASH
                 MOVE 'TOTAL DE HACHAGE EN ECART'
                                    TO WS-MOTIF-BLOCAGE
              WHEN WS-NB-SANS-DEBITEUR > ZERO
                 MOVE 'INSTRUCTIONS SANS COMPTE DEBITEUR'
                                    TO WS-MOTIF-BLOCAGE
           END-EVALUATE
           IF WS-MOTIF-BLOCAGE = SPACE
              EXIT PARAGRAPH
           END-IF

           SET WS-DOCUMENT-BLOQUE   TO TRUE
           DISPLAY 'ABEND - PAIN.001 BLOQUE : ' WS-MOTIF-BLOCAGE
           MOVE WS-TRL-LU-NB        TO WS-NB-EDT
           DISPLAY '  attendu ' WS-NB-EDT
           MOVE WS-NB-PAIE-LUS      TO WS-NB-EDT
           DISPLAY '  lu      ' WS-NB-EDT
           MOVE 16                  TO WS-RC-RUN
           MOVE 'F'                 TO WS-ALRT-SEVERITE
           MOVE 'PAINBLOQ'          TO WS-ALRT-CODE
           MOVE WS-MOTIF-BLOCAGE    TO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           .

      *    Document pain.001 : enveloppe, GrpHdr, puis un bloc
      *    PmtInf par rupture date de valeur / devise / entite
       GENERE-DOCUMENT.
           OPEN OUTPUT FIC-PAIN001
           MOVE WS-STATUS-P001      TO WS-FSTA-STATUT
           MOVE 'FIC-P001'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                    TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           MOVE SPACES              TO P001-REC
           STRING '<Document xmlns="urn:iso:std:iso:20022:'
                  'tech:xsd:pain.001.001.03">'
                  DELIMITED BY SIZE INTO P001-REC
           PERFORM ECRIT-LIGNE-XML
           MOVE '<CstmrCdtTrfInitn>' TO P001-REC
           PERFORM ECRIT-LIGNE-XML

           PERFORM GENERE-GRPHDR

           OPEN INPUT FIC-TRI-PAIE
           MOVE WS-STATUS-TRIX      TO WS-FSTA-STATUT
           MOVE 'FIC-TRIX'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TRIX
              READ FIC-TRI-PAIE
               AT END
                 SET WS-FIN-TRIX    TO TRUE
               NOT AT END
                 PERFORM GENERE-VIREMENT
              END-READ
           END-PERFORM
           CLOSE FIC-TRI-PAIE
           IF WS-BLOC-OUVERT
              MOVE '</PmtInf>'      TO P001-REC
              PERFORM ECRIT-LIGNE-XML
           END-IF

           MOVE '</CstmrCdtTrfInitn>' TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           MOVE '</Document>'       TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           CLOSE FIC-PAIN001
           .

      *    En-tete du message : nombre et total de controle repris
      *    du trailer, verifie juste avant
       GENERE-GRPHDR.
           INITIALIZE WS-GRPHDR-XML
           MOVE WS-ID-MESSAGE       TO GH-MSG-ID
           STRING WS-DHS-ANNEE '-' WS-DHS-MOIS '-' WS-DHS-JOUR
                  'T' WS-DHS-HEURE ':' WS-DHS-MINUTE ':'
                  WS-DHS-SECONDE
                  DELIMITED BY SIZE INTO GH-CRE-DT-TM
           MOVE WS-TRL-LU-NB        TO GH-NB-OF-TXS
           MOVE WS-TRL-LU-HASH      TO WS-MNT-A-EDITER
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO GH-CTRL-SUM
           MOVE WS-NOM-EMETTEUR     TO GH-INITG-NM
           XML GENERATE WS-XML-GEN-BUF FROM WS-GRPHDR-XML
               COUNT IN WS-XML-GEN-LONG
               NAME OF WS-GRPHDR-XML IS 'GrpHdr'
                       GH-MSG-ID     IS 'MsgId'
                       GH-CRE-DT-TM  IS 'CreDtTm'
                       GH-NB-OF-TXS  IS 'NbOfTxs'
                       GH-CTRL-SUM   IS 'CtrlSum'
                       GH-INITG-PTY  IS 'InitgPty'
                       GH-INITG-NM   IS 'Nm'
            ON EXCEPTION
              DISPLAY 'Erreur generation XML, en-tete GrpHdr'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-XML
           MOVE SPACES              TO P001-REC
           MOVE WS-XML-GEN-BUF (1:WS-XML-GEN-LONG) TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           .

      *    Virement trie : ouverture d'un nouveau bloc PmtInf a la
      *    rupture, puis generation du CdtTrfTxInf
       GENERE-VIREMENT.
           IF NOT WS-BLOC-OUVERT
              OR TRIX-DATE-VALEUR NOT = WS-BLCC-DATE
              OR TRIX-DEVISE NOT = WS-BLCC-DEVISE
              OR TRIX-ENTITE NOT = WS-BLCC-ENTITE
              IF WS-BLOC-OUVERT
                 MOVE '</PmtInf>'   TO P001-REC
                 PERFORM ECRIT-LIGNE-XML
              END-IF
              MOVE TRIX-DATE-VALEUR TO WS-BLCC-DATE
              MOVE TRIX-DEVISE      TO WS-BLCC-DEVISE
              MOVE TRIX-ENTITE      TO WS-BLCC-ENTITE
              PERFORM GENERE-ENTETE-BLOC
           END-IF

           INITIALIZE WS-CDTTRF-XML
           MOVE TRIX-REF            TO TX-END-TO-END-ID
           MOVE TRIX-DEVISE         TO TX-CCY
           MOVE TRIX-MONTANT        TO WS-MNT-A-EDITER
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO TX-MONTANT
           MOVE TRIX-BIC            TO TX-CDTR-BIC
           IF TRIX-TITULAIRE = SPACE
              MOVE TRIX-BENEFICIAIRE TO TX-CDTR-NM
           ELSE
              MOVE TRIX-TITULAIRE   TO TX-CDTR-NM
           END-IF
           MOVE TRIX-IBAN           TO TX-CDTR-IBAN
           MOVE TRIX-BENEFICIAIRE   TO TX-USTRD
           XML GENERATE WS-XML-GEN-BUF FROM WS-CDTTRF-XML
               COUNT IN WS-XML-GEN-LONG
               NAME OF WS-CDTTRF-XML     IS 'CdtTrfTxInf'
                       TX-PMT-ID         IS 'PmtId'
                       TX-END-TO-END-ID  IS 'EndToEndId'
                       TX-AMT            IS 'Amt'
                       TX-INSTD-AMT      IS 'InstdAmt'
                       TX-CCY            IS 'Ccy'
                       TX-CDTR-AGT       IS 'CdtrAgt'
                       TX-CDTR-FIN-INSTN IS 'FinInstnId'
                       TX-CDTR-BIC       IS 'BIC'
                       TX-CDTR           IS 'Cdtr'
                       TX-CDTR-NM        IS 'Nm'
                       TX-CDTR-ACCT      IS 'CdtrAcct'
                       TX-CDTR-ACCT-ID   IS 'Id'
                       TX-CDTR-IBAN      IS 'IBAN'
                       TX-RMT-INF        IS 'RmtInf'
                       TX-USTRD          IS 'Ustrd'
               TYPE OF TX-CCY            IS ATTRIBUTE
                       TX-MONTANT        IS CONTENT
      *        BIC facultatif en zone SEPA (IBAN seul) : l'agent du
      *        crediteur disparait avec lui
               SUPPRESS TX-CDTR-BIC WHEN SPACE
            ON EXCEPTION
              DISPLAY 'Erreur generation XML, instruction '
                      TRIX-REF
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-XML
           MOVE SPACES              TO P001-REC
           MOVE WS-XML-GEN-BUF (1:WS-XML-GEN-LONG) TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           ADD 1                    TO WS-NB-TX-GENEREES
           .

      *    En-tete du bloc WS-BLOC-CHERCHE : nombre et total de
      *    controle cumules a la lecture, compte de l'entite ; le
      *    niveau de service SEPA ne vaut que pour l'euro
       GENERE-ENTETE-BLOC.
           PERFORM RECHERCHE-BLOC
           MOVE WS-BLCC-ENTITE      TO WS-ENTITE-CHERCHEE
           PERFORM RECHERCHE-DEBITEUR
           ADD 1                    TO WS-NUM-BLOC

           INITIALIZE WS-PMTINF-XML
           STRING WS-ID-MESSAGE DELIMITED BY SPACE
                  '-' WS-NUM-BLOC DELIMITED BY SIZE
             INTO PI-PMT-INF-ID
           MOVE 'TRF'               TO PI-PMT-MTD
           MOVE WS-BLC-NB (WS-IDX-BLC) TO PI-NB-OF-TXS
           MOVE WS-BLC-TOTAL (WS-IDX-BLC) TO WS-MNT-A-EDITER
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO PI-CTRL-SUM
           IF WS-BLCC-DEVISE = 'EUR'
              MOVE 'SEPA'           TO PI-SVC-CD
              MOVE 'SLEV'           TO PI-CHRG-BR
           ELSE
              MOVE 'NURG'           TO PI-SVC-CD
              MOVE 'SHAR'           TO PI-CHRG-BR
           END-IF
           MOVE WS-BLCC-DATE        TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE-ISO
           MOVE WS-DATE-ISO         TO PI-REQD-EXCTN-DT
           MOVE WS-DBT-NOM (WS-IDX-DBT)  TO PI-DBTR-NM
           MOVE WS-DBT-IBAN (WS-IDX-DBT) TO PI-DBTR-IBAN
           MOVE WS-BLCC-DEVISE      TO PI-DBTR-CCY
           MOVE WS-DBT-BIC (WS-IDX-DBT)  TO PI-DBTR-BIC

           XML GENERATE WS-XML-GEN-BUF FROM WS-PMTINF-XML
               COUNT IN WS-XML-GEN-LONG
               NAME OF WS-PMTINF-XML     IS 'PmtInf'
                       PI-PMT-INF-ID     IS 'PmtInfId'
                       PI-PMT-MTD        IS 'PmtMtd'
                       PI-NB-OF-TXS      IS 'NbOfTxs'
                       PI-CTRL-SUM       IS 'CtrlSum'
                       PI-PMT-TP-INF     IS 'PmtTpInf'
                       PI-SVC-LVL        IS 'SvcLvl'
                       PI-SVC-CD         IS 'Cd'
                       PI-REQD-EXCTN-DT  IS 'ReqdExctnDt'
                       PI-DBTR           IS 'Dbtr'
                       PI-DBTR-NM        IS 'Nm'
                       PI-DBTR-ACCT      IS 'DbtrAcct'
                       PI-DBTR-ACCT-ID   IS 'Id'
                       PI-DBTR-IBAN      IS 'IBAN'
                       PI-DBTR-CCY       IS 'Ccy'
                       PI-DBTR-AGT       IS 'DbtrAgt'
                       PI-DBTR-FIN-INSTN IS 'FinInstnId'
                       PI-DBTR-BIC       IS 'BIC'
                       PI-CHRG-BR        IS 'ChrgBr'
            ON EXCEPTION
              DISPLAY 'Erreur generation XML, bloc ' PI-PMT-INF-ID
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-XML
      *    Le bloc reste ouvert pour ses virements : la balise
      *    fermante </PmtInf> (9 caracteres) est retiree
           COMPUTE WS-LONG-OUVERTE = WS-XML-GEN-LONG - 9
           MOVE SPACES              TO P001-REC
           MOVE WS-XML-GEN-BUF (1:WS-LONG-OUVERTE) TO P001-REC
           PERFORM ECRIT-LIGNE-XML
           SET WS-BLOC-OUVERT       TO TRUE
           .

       ECRIT-LIGNE-XML.
           WRITE P001-REC
           MOVE WS-STATUS-P001      TO WS-FSTA-STATUT
           MOVE 'FIC-P001'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-XML
           .

      *    WS-MNT-A-EDITER vers WS-MNT-TEXTE : partie entiere sans
      *    zeros de tete (au moins un chiffre), point, centimes
       EDITE-MONTANT-XML.
           PERFORM VARYING WS-POS-MNT
                   FROM    1 BY 1
                   UNTIL   WS-POS-MNT > 12
                        OR WS-MNT-ENTIERS (WS-POS-MNT:1) NOT = '0'
              CONTINUE
           END-PERFORM
           MOVE SPACES              TO WS-MNT-TEXTE
           STRING WS-MNT-ENTIERS (WS-POS-MNT:) '.' WS-MNT-DECIMALES
                  DELIMITED BY SIZE INTO WS-MNT-TEXTE
           .

       EDITE-DATE-ISO.
           MOVE SPACES              TO WS-DATE-ISO
           STRING WS-DAE-ANNEE '-' WS-DAE-MOIS '-' WS-DAE-JOUR
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Ecriture d'une alerte dans le fil consolide
           COPY ALRTP.

      * Fin du pgm
       FIN.
           IF WS-DOCUMENT-BLOQUE
              DISPLAY 'Virement pain.001 NON produit'
           ELSE
              DISPLAY 'Virement pain.001 produit'
           END-IF
           MOVE WS-NB-PAIE-LUS      TO WS-NB-EDT
           DISPLAY 'INSTRUCTIONS LUES = ' WS-NB-EDT
           MOVE WS-TRL-LU-HASH      TO WS-MONTANT-EDT
           DISPLAY 'TOTAL CONTROLE    = ' WS-MONTANT-EDT
           MOVE WS-NUM-BLOC         TO WS-NB-EDT
           DISPLAY 'BLOCS PMTINF      = ' WS-NB-EDT
           MOVE WS-NB-TX-GENEREES   TO WS-NB-EDT
           DISPLAY 'VIREMENTS XML     = ' WS-NB-EDT

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-PAIE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIE      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-LUS      TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-P001'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-P001      TO WS-JSUM-FIC-STATUT
           MOVE ZERO                TO WS-JSUM-FIC-LUS
           MOVE WS-NB-TX-GENEREES   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
