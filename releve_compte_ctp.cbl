       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX098.
      *==============================================================*
      * PROGRAMME mensuel des releves de compte des contreparties    *
      *   - Le service clients repondait aux demandes des            *
      *     contreparties par des copies d'ecran de FOREX016 : un    *
      *     releve imprimable part desormais chaque mois, par code   *
      *     de FIC-CONTREPARTIES et entite juridique, adresse avec   *
      *     CTP-NOM et CTP-CONTACT                                   *
      *   - Un bloc par devise : solde d'ouverture (solde de         *
      *     cloture du releve precedent, FIC-SOLDES-PREC), articles  *
      *     ajoutes et revalorises dans la periode (piste            *
      *     FIC1-AUDIT), articles clos dans la periode (statut C et  *
      *     date d'expiration, FICHIER1 et archive FIC1-ARCHIVE),    *
      *     solde de cloture (articles actifs de FICHIER1),          *
      *     paiements emis (FIC-PAIEMENTS, date de valeur) et regles *
      *     (reglements confirmes FIC-DENOUEMENTS de FOREX057)       *
      *   - L'ecart de revalorisation est la difference que          *
      *     n'expliquent ni les ajouts ni les clotures : le releve   *
      *     est toujours equilibre. Au premier releve d'une devise,  *
      *     l'ouverture est reconstituee sans ecart                  *
      *   - Les soldes de cloture sont reconduits dans FIC-SOLDES,   *
      *     ouverture du releve suivant (rotation par le JCL)        *
      *   - Une version XML de chaque releve part vers les           *
      *     contreparties partenaires d'echange : regle de           *
      *     l'annuaire FIC-PARTENAIRES (meme dessin que FOREX010)    *
      *     dont le code est celui de la contrepartie, critere       *
      *     pays, devise ou tout, sortie FIC-RELEVE-XMLP1 a 4        *
      *   - Periode AAAAMM sur la carte FIC-PARAM-RELEVE (mois       *
      *     precedent a blanc)                                       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Periode du releve AAAAMM (facultatif : mois precedent)
           SELECT FIC-PARAM-RELEVE
                     ASSIGN to FICPREL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PREL.
      * FICHIER1 : balayage sequentiel et lecture directe par cle
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Cluster d'archive des articles clos (FOREX047, facultatif)
           SELECT FIC1-ARCHIVE
                     ASSIGN to FIC1ARCH
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is ARCH-CH1
                     FILE STATUS is WS-STATUS-ARCH.
      * Referentiel des contreparties (FOREX055)
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      *    FIC-PAIEMENTS : instructions de paiement de FOREX056
           COPY PAIES.
      *    FIC-DENOUEMENTS : reglements confirmes par FOREX057
           COPY DNOUS.
      * Soldes de cloture du releve precedent (facultatif)
           SELECT FIC-SOLDES-PREC
                     ASSIGN to FICSLDP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SLDP.
      * Soldes de cloture du releve (rotation par le JCL)
           SELECT FIC-SOLDES
                     ASSIGN to FICSLDN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-SLDN.
      * Annuaire de routage partenaires (facultatif, FOREX010)
           SELECT FIC-PARTENAIRES
                     ASSIGN to FICPART
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PART.
      * Tri des paiements et de leurs reglements par reference
           SELECT SORT-PAIEMENTS ASSIGN to SORTWK1.
      * Mouvements de paiement de la periode, issus du tri
           SELECT FIC-MVT-PAIE
                     ASSIGN to FICTMVP
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-TMVP.
      * Tri des mouvements du releve par contrepartie, entite et
      *   devise
           SELECT SORT-RELEVE   ASSIGN to SORTWK2.
      * Releves imprimables
           SELECT FIC-RELEVES
                     ASSIGN to FICRREL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RREL.
      * Releves XML par partenaire (4 sorties au plus, choisies par
      *   l'annuaire)
           SELECT FIC-RELEVE-XMLP1
                     ASSIGN to FICRXP1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RXP1.
           SELECT FIC-RELEVE-XMLP2
                     ASSIGN to FICRXP2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RXP2.
           SELECT FIC-RELEVE-XMLP3
                     ASSIGN to FICRXP3
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RXP3.
           SELECT FIC-RELEVE-XMLP4
                     ASSIGN to FICRXP4
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RXP4.
      *    FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PARAM-RELEVE.
       01  PREL-REC.
         10 PREL-PERIODE       PIC X(06).
         10 FILLER             PIC X(74).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC1-ARCHIVE.
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==ARCH==.

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

      * Piste d'audit : meme dessin d'enregistrement que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE PIC X(17).
         10 FILLER           PIC X(01).
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01).
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01).
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01).
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01).
         10 AUDIT-OPERATEUR  PIC X(08).
         10 AUDIT-SCEAU      PIC 9(10).
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

           COPY PAIE.

           COPY DNOU.

      * Solde de cloture d'une contrepartie, entite et devise
       FD  FIC-SOLDES-PREC.
       01  SLDP-REC.
         10 SLDP-CTP           PIC X(06).
         10 SLDP-ENTITE        PIC X(02).
         10 SLDP-DEVISE        PIC X(03).
         10 SLDP-PERIODE       PIC 9(06).
         10 SLDP-SOLDE         PIC S9(11)V99.
         10 FILLER             PIC X(50).

       FD  FIC-SOLDES.
       01  SLDN-REC.
         10 SLDN-CTP           PIC X(06).
         10 SLDN-ENTITE        PIC X(02).
         10 SLDN-DEVISE        PIC X(03).
         10 SLDN-PERIODE       PIC 9(06).
         10 SLDN-SOLDE         PIC S9(11)V99.
         10 FILLER             PIC X(50).

      * Regle de routage partenaire : code, critere (P/D/*), valeur
      * comparee, numero de sortie 1 a 4
       FD  FIC-PARTENAIRES.
       01  PART-REC.
         10 PART-CODE           PIC X(08).
         10 FILLER              PIC X(01).
         10 PART-CRITERE        PIC X(01).
             88 PART-CRIT-PAYS          VALUE 'P'.
             88 PART-CRIT-DEVISE        VALUE 'D'.
             88 PART-CRIT-TOUT          VALUE '*'.
         10 FILLER              PIC X(01).
         10 PART-VALEUR         PIC X(03).
         10 FILLER              PIC X(01).
         10 PART-SORTIE         PIC 9(01).
         10 FILLER              PIC X(64).

      * Paiement (P) ou reglement (R) d'une reference : le
      * reglement suit le paiement dans le tri
       SD  SORT-PAIEMENTS.
       01  SP-REC.
         10 SP-REF             PIC X(16).
         10 SP-TYPE            PIC X(01).
             88 SP-PAIEMENT              VALUE 'P'.
             88 SP-REGLEMENT             VALUE 'R'.
         10 SP-CTP             PIC X(06).
         10 SP-ENTITE          PIC X(02).
         10 SP-DEVISE          PIC X(03).
         10 SP-MONTANT         PIC 9(09)V99.
         10 SP-DATE            PIC 9(08).
         10 FILLER             PIC X(33).

      * Mouvement du releve : contrepartie, entite, devise, type
      * (1 ouverture, 2 ajout, 3 revalorisation, 4 cloture
      * d'article, 5 paiement emis, 6 paiement regle, 9 article
      * actif), cle de l'article ou reference du paiement
       SD  SORT-RELEVE.
       01  SR-REC.
         10 SR-CTP             PIC X(06).
         10 SR-ENTITE          PIC X(02).
         10 SR-DEVISE          PIC X(03).
         10 SR-TYPE            PIC X(01).
             88 SR-OUVERTURE             VALUE '1'.
             88 SR-AJOUT                 VALUE '2'.
             88 SR-REVALORISATION        VALUE '3'.
             88 SR-CLOTURE               VALUE '4'.
             88 SR-EMIS                  VALUE '5'.
             88 SR-REGLE                 VALUE '6'.
             88 SR-ACTIF                 VALUE '9'.
         10 SR-CLE             PIC X(16).
         10 SR-MONTANT         PIC S9(11)V99.
         10 SR-DATE            PIC 9(08).
         10 SR-LIBELLE         PIC X(20).
         10 FILLER             PIC X(11).

      * Mouvement de paiement : meme dessin que SR-REC
       FD  FIC-MVT-PAIE.
       01  TMVP-REC             PIC X(80).

       FD  FIC-RELEVES.
       01  RREL-REC             PIC X(80).

      * Un element XML complet (ou une balise) par enregistrement
       FD  FIC-RELEVE-XMLP1.
       01  RXP1-REC             PIC X(1000).
       FD  FIC-RELEVE-XMLP2.
       01  RXP2-REC             PIC X(1000).
       FD  FIC-RELEVE-XMLP3.
       01  RXP3-REC             PIC X(1000).
       FD  FIC-RELEVE-XMLP4.
       01  RXP4-REC             PIC X(1000).

           COPY ALRT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-PREL       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC1    PIC 9      VALUE ZERO.
               88 WS-FIN-FIC1                  VALUE 1.
           02  WS-STATUS-ARCH       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ARCH    PIC 9      VALUE ZERO.
               88 WS-FIN-ARCH                  VALUE 1.
           02  WS-INDIC-ARCH-OUVERT PIC 9      VALUE ZERO.
               88 WS-ARCH-OUVERT               VALUE 1.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-CTP-OUVERT  PIC 9      VALUE ZERO.
               88 WS-CTP-OUVERT                VALUE 1.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-AUDIT   PIC 9      VALUE ZERO.
               88 WS-FIN-AUDIT                 VALUE 1.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PAIE    PIC 9      VALUE ZERO.
               88 WS-FIN-PAIE                  VALUE 1.
           02  WS-STATUS-DNOU       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DNOU    PIC 9      VALUE ZERO.
               88 WS-FIN-DNOU                  VALUE 1.
           02  WS-STATUS-SLDP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-SLDP    PIC 9      VALUE ZERO.
               88 WS-FIN-SLDP                  VALUE 1.
           02  WS-STATUS-SLDN       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PART       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PART    PIC 9      VALUE ZERO.
               88 WS-FIN-PART                  VALUE 1.
           02  WS-STATUS-TMVP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-TMVP    PIC 9      VALUE ZERO.
               88 WS-FIN-TMVP                  VALUE 1.
           02  WS-INDIC-FIN-SORT    PIC 9      VALUE ZERO.
               88 WS-FIN-SORT                  VALUE 1.
           02  WS-STATUS-RREL       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RXP1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RXP2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RXP3       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RXP4       PIC 9(02)  VALUE ZERO.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARCHIVES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-CTP       PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUDIT-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-AUDIT-HORS-F1  PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIE-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-DNOU-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-DNOU-SANS-PAIE PIC S9(9)  VALUE ZERO.
           02  WS-NB-SLDP-LUS       PIC S9(9)  VALUE ZERO.
           02  WS-NB-SLDP-ECARTES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-SLDN-ECRITS    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RELEVES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-CTP-INCONNUES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-RELEVES-XML    PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIGNES-RREL    PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-EDT-5          PIC ZZ.ZZ9.
           02  WS-MONTANT-EDT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-LIGNE-RAPPORT     PIC X(80).

      *    Periode du releve et ses bornes
       01  WS-PERIODE               PIC 9(06)  VALUE ZERO.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           02  WS-PER-ANNEE         PIC 9(04).
           02  WS-PER-MOIS          PIC 9(02).
      *    Periode au format de l'horodatage de la piste d'audit
       01  WS-PERIODE-AUDIT.
           02  WS-PERA-ANNEE        PIC 9(04).
           02  FILLER               PIC X(01)  VALUE '-'.
           02  WS-PERA-MOIS         PIC 9(02).

      *    Annuaire de routage partenaires charge de FIC-PARTENAIRES
       01  WS-NB-PARTENAIRES        PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PARTENAIRES.
           02  WS-PART-ENTREE OCCURS 50.
               05 WS-PART-CODE      PIC X(08).
               05 WS-PART-CRITERE   PIC X(01).
               05 WS-PART-VALEUR    PIC X(03).
               05 WS-PART-SORTIE    PIC 9(01).
       01  WS-IDX-PART              PIC S9(4) COMP SYNC VALUE ZERO.
      *    Sorties XML retenues pour le releve en cours, et nombre
      *    de releves expedies par sortie
       01  WS-TAB-SORTIES-XML.
           02  WS-SXML-ENTREE OCCURS 4.
               05 WS-SXML-RETENUE   PIC 9(01).
                   88 WS-SXML-EST-RETENUE      VALUE 1.
               05 WS-SXML-NB        PIC 9(07).
       01  WS-IDX-SXML              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-RELEVE-ROUTE    PIC 9      VALUE ZERO.
           88 WS-RELEVE-ROUTE                  VALUE 1.

      *    Groupe de reference en cours dans la sortie du tri des
      *    paiements : paiement connu, deja compte comme regle
       01  WS-GRP-PAIEMENT.
           02  WS-GRP-REF           PIC X(16)  VALUE HIGH-VALUE.
           02  WS-GRP-CTP           PIC X(06).
           02  WS-GRP-ENTITE        PIC X(02).
           02  WS-GRP-DEVISE        PIC X(03).
           02  WS-GRP-MONTANT       PIC 9(09)V99.
           02  WS-GRP-INDIC-PAIE    PIC 9      VALUE ZERO.
               88 WS-GRP-PAIE-CONNU            VALUE 1.
           02  WS-GRP-INDIC-REGLE   PIC 9      VALUE ZERO.
               88 WS-GRP-DEJA-REGLE            VALUE 1.

      *    Article retrouve pour une ligne d'audit (FICHIER1 ou
      *    archive)
       01  WS-INDIC-ARTICLE-TROUVE  PIC 9      VALUE ZERO.
           88 WS-ARTICLE-TROUVE                VALUE 1.
       01  WS-ARTICLE-AUDIT.
           02  WS-ART-CTP           PIC X(06).
           02  WS-ART-ENTITE        PIC X(02).
           02  WS-ART-DEVISE        PIC X(03).
           02  WS-ART-STATUT        PIC X(01).
           02  WS-ART-DATE-EXPIR    PIC 9(08).

      *    Releve en cours : contrepartie + entite, puis devise
       01  WS-RELEVE-COURANT.
           02  WS-REL-CTP           PIC X(06)  VALUE HIGH-VALUE.
           02  WS-REL-ENTITE        PIC X(02)  VALUE HIGH-VALUE.
           02  WS-REL-DEVISE        PIC X(03)  VALUE HIGH-VALUE.
           02  WS-REL-NOM           PIC X(30).
           02  WS-REL-CONTACT       PIC X(20).
           02  WS-REL-PAYS          PIC X(03).

      *    Blocs par devise du releve en cours
       01  WS-NB-BLOCS              PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-BLOCS.
           02  WS-BLC-ENTREE OCCURS 20.
               05 WS-BLC-DEVISE     PIC X(03).
               05 WS-BLC-INDIC-OUV  PIC 9(01).
                   88 WS-BLC-OUVERTURE-CONNUE  VALUE 1.
               05 WS-BLC-OUVERTURE  PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-AJOUTS  PIC S9(7)     COMP-3.
               05 WS-BLC-MT-AJOUTS  PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-CLOS    PIC S9(7)     COMP-3.
               05 WS-BLC-MT-CLOS    PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-REVALO  PIC S9(7)     COMP-3.
               05 WS-BLC-ECART      PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-ACTIFS  PIC S9(7)     COMP-3.
               05 WS-BLC-CLOTURE    PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-EMIS    PIC S9(7)     COMP-3.
               05 WS-BLC-MT-EMIS    PIC S9(11)V99 COMP-3.
               05 WS-BLC-NB-REGLES  PIC S9(7)     COMP-3.
               05 WS-BLC-MT-REGLES  PIC S9(11)V99 COMP-3.
       01  WS-IDX-BLC               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-BLC-DEBORDE     PIC 9      VALUE ZERO.
           88 WS-BLC-DEBORDE                   VALUE 1.

      *    Releve XML : en-tete et bloc par devise, convertis par
      *    XML GENERATE
       01  WS-ENTETE-XML.
           02  EX-PERIODE           PIC X(07).
           02  EX-DATE-EDITION      PIC X(10).
           02  EX-CONTREPARTIE.
               05 EX-CODE           PIC X(06).
               05 EX-NOM            PIC X(30).
               05 EX-PAYS           PIC X(03).
               05 EX-CONTACT        PIC X(20).
           02  EX-ENTITE            PIC X(02).
       01  WS-SOLDE-XML.
           02  SX-DEVISE            PIC X(03).
           02  SX-OUVERTURE         PIC X(18).
           02  SX-AJOUTS.
               05 SX-AJ-NB          PIC 9(07).
               05 SX-AJ-MONTANT     PIC X(18).
           02  SX-CLOTURES.
               05 SX-CL-NB          PIC 9(07).
               05 SX-CL-MONTANT     PIC X(18).
           02  SX-REVALORISATIONS.
               05 SX-RV-NB          PIC 9(07).
               05 SX-RV-ECART       PIC X(18).
           02  SX-CLOTURE           PIC X(18).
           02  SX-ARTICLES-ACTIFS   PIC 9(07).
           02  SX-PAIEMENTS-EMIS.
               05 SX-EM-NB          PIC 9(07).
               05 SX-EM-MONTANT     PIC X(18).
           02  SX-PAIEMENTS-REGLES.
               05 SX-RG-NB          PIC 9(07).
               05 SX-RG-MONTANT     PIC X(18).
       01  WS-XML-GEN-BUF           PIC X(1000).
       01  WS-XML-GEN-LONG          PIC S9(9) COMP.
       01  WS-XML-LIGNE             PIC X(1000).

      *    Edition d'un montant signe avec point decimal, sans
      *    zeros de tete (le XML n'accepte pas la virgule)
       01  WS-MNT-SIGNE             PIC S9(13)V99 VALUE ZERO.
       01  WS-MNT-A-EDITER          PIC 9(13)V99 VALUE ZERO.
       01  WS-MNT-A-EDITER-R REDEFINES WS-MNT-A-EDITER.
           02  WS-MNT-ENTIERS       PIC X(13).
           02  WS-MNT-DECIMALES     PIC X(02).
       01  WS-POS-MNT               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-MNT-TEXTE             PIC X(18)  VALUE SPACE.
       01  WS-SIGNE-TEXTE           PIC X(01)  VALUE SPACE.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Fil des alertes operateur
           COPY ALRTW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date et heure systeme
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-DATE-R REDEFINES WS-DHS-DATE.
               05 WS-DHS-ANNEE      PIC 9(04).
               05 WS-DHS-MOIS       PIC 9(02).
               05 WS-DHS-JOUR       PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(06).
           02  FILLER               PIC X(07).
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT                  *> Init, periode, annuaire
      *    Paiements de la periode : chaque reglement est rattache
      *    a son instruction pour en connaitre la contrepartie
           SORT SORT-PAIEMENTS
               ON ASCENDING KEY SP-REF SP-TYPE
               INPUT PROCEDURE  CHARGE-PAIEMENTS
               OUTPUT PROCEDURE RATTACHE-REGLEMENTS
      *    Releves : tous les mouvements, par contrepartie, entite
      *    et devise
           SORT SORT-RELEVE
               ON ASCENDING KEY SR-CTP SR-ENTITE SR-DEVISE SR-TYPE
                                SR-CLE
               INPUT PROCEDURE  CHARGE-MOUVEMENTS
               OUTPUT PROCEDURE EDITE-RELEVES
           PERFORM FIN                   *> Totaux, fermetures
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS
           INITIALIZE  WS-TAB-SORTIES-XML

      *    Resume de fin de job standardise
           MOVE 'FOREX098'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX098'  TO WS-ALRT-PROGRAMME
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS

      *    Periode : carte AAAAMM, a defaut le mois precedent
           MOVE ZERO                TO WS-PERIODE
           OPEN INPUT FIC-PARAM-RELEVE
           IF WS-STATUS-PREL = '00'
              READ FIC-PARAM-RELEVE
               NOT AT END
                 IF PREL-PERIODE NUMERIC
                    MOVE PREL-PERIODE TO WS-PERIODE
                 END-IF
              END-READ
              CLOSE FIC-PARAM-RELEVE
           END-IF
           IF WS-PERIODE = ZERO
              OR WS-PER-MOIS < 01 OR WS-PER-MOIS > 12
              MOVE WS-DHS-ANNEE     TO WS-PER-ANNEE
              MOVE WS-DHS-MOIS      TO WS-PER-MOIS
              IF WS-PER-MOIS = 01
                 SUBTRACT 1         FROM WS-PER-ANNEE
                 MOVE 12            TO WS-PER-MOIS
              ELSE
                 SUBTRACT 1         FROM WS-PER-MOIS
              END-IF
           END-IF
           MOVE WS-PER-ANNEE        TO WS-PERA-ANNEE
           MOVE WS-PER-MOIS         TO WS-PERA-MOIS
           DISPLAY 'Releves de compte de la periode ' WS-PERIODE

           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Archive facultative : sans elle, les articles clos puis
      *    archives dans la periode manquent au releve (RC 4)
           OPEN INPUT FIC1-ARCHIVE
           IF WS-STATUS-ARCH = '00'
              SET WS-ARCH-OUVERT    TO TRUE
           ELSE
              DISPLAY 'FIC1-ARCHIVE absent (statut ' WS-STATUS-ARCH
                      '), clotures archivees non reprises'
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF
           OPEN INPUT FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '00'
              SET WS-CTP-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FIC-CONTREPARTIES absent, releves sans '
                      'adresse'
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF

           PERFORM CHARGE-PARTENAIRES

           OPEN OUTPUT FIC-RELEVES
           MOVE WS-STATUS-RREL      TO WS-FSTA-STATUT
           MOVE 'FIC-RREL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN OUTPUT FIC-SOLDES
           MOVE WS-STATUS-SLDN      TO WS-FSTA-STATUT
           MOVE 'FIC-SLDN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           OPEN OUTPUT FIC-RELEVE-XMLP1
                       FIC-RELEVE-XMLP2
                       FIC-RELEVE-XMLP3
                       FIC-RELEVE-XMLP4
           .

      *    Annuaire de routage partenaires - fichier facultatif :
      *    sans lui, aucun releve XML ne part
       CHARGE-PARTENAIRES.
           OPEN INPUT FIC-PARTENAIRES
           IF WS-STATUS-PART = '00'
              PERFORM LIT-PARTENAIRE
                UNTIL WS-FIN-PART
                   OR WS-NB-PARTENAIRES >= 50
              CLOSE FIC-PARTENAIRES
           ELSE
              DISPLAY 'FIC-PARTENAIRES absent, aucun releve XML'
           END-IF
           .

      *    Rangement d'une regle de routage - une sortie hors 1-4
      *    ou un critere inconnu sont ignores avec signalement
       LIT-PARTENAIRE.
           READ FIC-PARTENAIRES
            AT END
              SET WS-FIN-PART      TO TRUE
            NOT AT END
              IF (PART-CRIT-PAYS OR PART-CRIT-DEVISE
                  OR PART-CRIT-TOUT)
                 AND PART-SORTIE >= 1 AND PART-SORTIE <= 4
                 ADD 1             TO WS-NB-PARTENAIRES
                 MOVE PART-CODE
                   TO WS-PART-CODE (WS-NB-PARTENAIRES)
                 MOVE PART-CRITERE
                   TO WS-PART-CRITERE (WS-NB-PARTENAIRES)
                 MOVE PART-VALEUR
                   TO WS-PART-VALEUR (WS-NB-PARTENAIRES)
                 MOVE PART-SORTIE
                   TO WS-PART-SORTIE (WS-NB-PARTENAIRES)
              ELSE
                 DISPLAY 'FIC-PARTENAIRES : regle invalide ignoree '
                         '(' PART-CODE ')'
              END-IF
           END-READ
           .

      *==============================================================*
      * TRI DES PAIEMENTS : instructions de toutes les generations   *
      * de FIC-PAIEMENTS et reglements de FIC-DENOUEMENTS, par       *
      * reference                                                    *
      *==============================================================*
       CHARGE-PAIEMENTS.
           OPEN INPUT FIC-PAIEMENTS
           IF WS-STATUS-PAIE = '00'
              PERFORM UNTIL WS-FIN-PAIE
                 READ FIC-PAIEMENTS
                  AT END
                    SET WS-FIN-PAIE TO TRUE
                  NOT AT END
                    IF PAIE-REC (1:10) NOT = '*TRAILER**'
                       AND PAIE-CODE-CTP NOT = SPACE
                       ADD 1        TO WS-NB-PAIE-LUS
                       MOVE SPACES  TO SP-REC
                       MOVE PAIE-REF TO SP-REF
                       SET SP-PAIEMENT TO TRUE
                       MOVE PAIE-CODE-CTP TO SP-CTP
                       MOVE PAIE-ENTITE TO SP-ENTITE
                       MOVE PAIE-DEVISE TO SP-DEVISE
                       IF SP-DEVISE = SPACE
                          MOVE 'EUR' TO SP-DEVISE
                       END-IF
                       MOVE PAIE-MONTANT TO SP-MONTANT
                       MOVE PAIE-DATE-VALEUR TO SP-DATE
                       RELEASE SP-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-PAIEMENTS
           ELSE
              DISPLAY 'FIC-PAIEMENTS absent, releves sans paiements'
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF

      *    Reglements confirmes de la periode seuls : un paiement
      *    net y figure une fois par composante, il n'est compte
      *    qu'une fois a la sortie du tri
           OPEN INPUT FIC-DENOUEMENTS
           IF WS-STATUS-DNOU = '00'
              PERFORM UNTIL WS-FIN-DNOU
                 READ FIC-DENOUEMENTS
                  AT END
                    SET WS-FIN-DNOU TO TRUE
                  NOT AT END
                    IF DNOU-DATE (1:6) = WS-PERIODE
                       ADD 1        TO WS-NB-DNOU-LUS
                       MOVE SPACES  TO SP-REC
                       MOVE DNOU-REF-PAIE TO SP-REF
                       SET SP-REGLEMENT TO TRUE
                       MOVE DNOU-DATE TO SP-DATE
                       RELEASE SP-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC-DENOUEMENTS
           ELSE
              DISPLAY 'FIC-DENOUEMENTS absent, aucun reglement'
           END-IF
           .

      *    Une reference peut figurer dans plusieurs generations de
      *    FIC-PAIEMENTS (reecriture par FOREX071) : seule la
      *    premiere instruction du groupe compte
       RATTACHE-REGLEMENTS.
           OPEN OUTPUT FIC-MVT-PAIE
           MOVE WS-STATUS-TMVP      TO WS-FSTA-STATUT
           MOVE 'FIC-TMVP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-PAIEMENTS
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SP-REF NOT = WS-GRP-REF
                    MOVE SP-REF     TO WS-GRP-REF
                    MOVE ZERO       TO WS-GRP-INDIC-PAIE
                    MOVE ZERO       TO WS-GRP-INDIC-REGLE
                 END-IF
                 EVALUATE TRUE
                    WHEN SP-PAIEMENT AND NOT WS-GRP-PAIE-CONNU
                       PERFORM NOTE-PAIEMENT-EMIS
                    WHEN SP-REGLEMENT AND NOT WS-GRP-PAIE-CONNU
                       ADD 1        TO WS-NB-DNOU-SANS-PAIE
                    WHEN SP-REGLEMENT AND NOT WS-GRP-DEJA-REGLE
                       PERFORM NOTE-PAIEMENT-REGLE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           CLOSE FIC-MVT-PAIE
           .

       NOTE-PAIEMENT-EMIS.
           SET WS-GRP-PAIE-CONNU    TO TRUE
           MOVE SP-CTP              TO WS-GRP-CTP
           MOVE SP-ENTITE           TO WS-GRP-ENTITE
           MOVE SP-DEVISE           TO WS-GRP-DEVISE
           MOVE SP-MONTANT          TO WS-GRP-MONTANT
           IF SP-DATE (1:6) = WS-PERIODE
              MOVE SPACES           TO SR-REC
              MOVE WS-GRP-CTP       TO SR-CTP
              MOVE WS-GRP-ENTITE    TO SR-ENTITE
              MOVE WS-GRP-DEVISE    TO SR-DEVISE
              SET SR-EMIS           TO TRUE
              MOVE SP-REF           TO SR-CLE
              MOVE SP-MONTANT       TO SR-MONTANT
              MOVE SP-DATE          TO SR-DATE
              MOVE 'PAIEMENT EMIS'  TO SR-LIBELLE
              PERFORM ECRIT-MVT-PAIE
           END-IF
           .

       NOTE-PAIEMENT-REGLE.
           SET WS-GRP-DEJA-REGLE    TO TRUE
           MOVE SPACES              TO SR-REC
           MOVE WS-GRP-CTP          TO SR-CTP
           MOVE WS-GRP-ENTITE       TO SR-ENTITE
           MOVE WS-GRP-DEVISE       TO SR-DEVISE
           SET SR-REGLE             TO TRUE
           MOVE SP-REF              TO SR-CLE
           MOVE WS-GRP-MONTANT      TO SR-MONTANT
           MOVE SP-DATE             TO SR-DATE
           MOVE 'PAIEMENT REGLE'    TO SR-LIBELLE
           PERFORM ECRIT-MVT-PAIE
           .

       ECRIT-MVT-PAIE.
           WRITE TMVP-REC FROM SR-REC
           MOVE WS-STATUS-TMVP      TO WS-FSTA-STATUT
           MOVE 'FIC-TMVP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           .

      *==============================================================*
      * TRI DES MOUVEMENTS DU RELEVE                                 *
      *==============================================================*
       CHARGE-MOUVEMENTS.
      *    Soldes d'ouverture : la cloture du releve precedent
           OPEN INPUT FIC-SOLDES-PREC
           IF WS-STATUS-SLDP = '00'
              PERFORM UNTIL WS-FIN-SLDP
                 READ FIC-SOLDES-PREC
                  AT END
                    SET WS-FIN-SLDP TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-SLDP-LUS
                    PERFORM RETIENT-SOLDE-PREC
                 END-READ
              END-PERFORM
              CLOSE FIC-SOLDES-PREC
           ELSE
              DISPLAY 'FIC-SOLDES-PREC absent, ouvertures '
                      'reconstituees'
           END-IF

      *    Articles de FICHIER1 : actifs (solde de cloture) et clos
      *    dans la periode
           MOVE LOW-VALUES          TO FIC1-CH1
           START FICHIER1 KEY IS NOT LESS THAN FIC1-CH1
              INVALID KEY
                 SET WS-FIN-FIC1    TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-FIC1
              READ FICHIER1 NEXT RECORD
               AT END
                 SET WS-FIN-FIC1    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 PERFORM RETIENT-ARTICLE
              END-READ
           END-PERFORM

      *    Articles archives : clotures de la periode deja sorties
      *    de FICHIER1
           IF WS-ARCH-OUVERT
              MOVE LOW-VALUES       TO ARCH-CH1
              START FIC1-ARCHIVE KEY IS NOT LESS THAN ARCH-CH1
                 INVALID KEY
                    SET WS-FIN-ARCH TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-ARCH
                 READ FIC1-ARCHIVE NEXT RECORD
                  AT END
                    SET WS-FIN-ARCH TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-ARCHIVES-LUS
                    PERFORM RETIENT-ARCHIVE
                 END-READ
              END-PERFORM
           END-IF

      *    Ajouts et revalorisations de la periode
           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT = '00'
              PERFORM UNTIL WS-FIN-AUDIT
                 READ FIC1-AUDIT
                  AT END
                    SET WS-FIN-AUDIT TO TRUE
                  NOT AT END
                    ADD 1           TO WS-NB-AUDIT-LUS
                    PERFORM RETIENT-AUDIT
                 END-READ
              END-PERFORM
              CLOSE FIC1-AUDIT
           ELSE
              DISPLAY 'FIC1-AUDIT absent, ajouts et revalorisations '
                      'dans l''ecart'
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF

      *    Paiements emis et regles, issus du premier tri
           OPEN INPUT FIC-MVT-PAIE
           MOVE WS-STATUS-TMVP      TO WS-FSTA-STATUT
           MOVE 'FIC-TMVP'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-TMVP
              READ FIC-MVT-PAIE
               AT END
                 SET WS-FIN-TMVP    TO TRUE
               NOT AT END
                 RELEASE SR-REC FROM TMVP-REC
              END-READ
           END-PERFORM
           CLOSE FIC-MVT-PAIE
           .

      *    Un solde d'une periode egale ou posterieure a celle du
      *    releve vient d'une relance sur la mauvaise generation :
      *    il est ecarte, l'ouverture est reconstituee
       RETIENT-SOLDE-PREC.
           IF SLDP-PERIODE >= WS-PERIODE
              ADD 1                 TO WS-NB-SLDP-ECARTES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SR-REC
           MOVE SLDP-CTP            TO SR-CTP
           MOVE SLDP-ENTITE         TO SR-ENTITE
           MOVE SLDP-DEVISE         TO SR-DEVISE
           SET SR-OUVERTURE         TO TRUE
           MOVE SLDP-SOLDE          TO SR-MONTANT
           MOVE ZERO                TO SR-DATE
           RELEASE SR-REC
           .

       RETIENT-ARTICLE.
           IF FIC1-CODE-CTP = SPACE
              ADD 1                 TO WS-NB-SANS-CTP
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SR-REC
           MOVE FIC1-CODE-CTP       TO SR-CTP
           MOVE FIC1-CODE-ENTITE    TO SR-ENTITE
           MOVE FIC1-DEVISE         TO SR-DEVISE
           IF SR-DEVISE = SPACE
              MOVE 'EUR'            TO SR-DEVISE
           END-IF
           MOVE FIC1-CH1            TO SR-CLE
           MOVE FIC1-MONTANT        TO SR-MONTANT
           EVALUATE TRUE
              WHEN FIC1-STATUT-ACTIF
                 SET SR-ACTIF       TO TRUE
                 MOVE FIC1-DATE-EFFET TO SR-DATE
                 RELEASE SR-REC
              WHEN FIC1-STATUT-CLOS
               AND FIC1-DATE-EXPIR (1:6) = WS-PERIODE
                 SET SR-CLOTURE     TO TRUE
                 MOVE FIC1-DATE-EXPIR TO SR-DATE
                 MOVE FIC1-CH2      TO SR-LIBELLE
                 RELEASE SR-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       RETIENT-ARCHIVE.
           IF ARCH-CODE-CTP = SPACE
              OR NOT ARCH-STATUT-CLOS
              OR ARCH-DATE-EXPIR (1:6) NOT = WS-PERIODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SR-REC
           MOVE ARCH-CODE-CTP       TO SR-CTP
           MOVE ARCH-CODE-ENTITE    TO SR-ENTITE
           MOVE ARCH-DEVISE         TO SR-DEVISE
           IF SR-DEVISE = SPACE
              MOVE 'EUR'            TO SR-DEVISE
           END-IF
           SET SR-CLOTURE           TO TRUE
           MOVE ARCH-CH1            TO SR-CLE
           MOVE ARCH-MONTANT        TO SR-MONTANT
           MOVE ARCH-DATE-EXPIR     TO SR-DATE
           MOVE ARCH-CH2            TO SR-LIBELLE
           RELEASE SR-REC
           .

      *    Ligne d'audit appliquee dans la periode : ajout, ou
      *    modification portant un montant (revalorisation) d'un
      *    article qui n'a pas ete clos dans la periode - la
      *    contrepartie est celle de l'article, relu par sa cle
       RETIENT-AUDIT.
           IF AUDIT-DATE-HEURE (1:7) NOT = WS-PERIODE-AUDIT
              OR AUDIT-RESULTAT NOT = 'APPLIQUE'
              OR (AUDIT-CODE-MVT NOT = 'A'
                  AND AUDIT-CODE-MVT NOT = 'M')
              OR AUDIT-MONTANT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM RECHERCHE-ARTICLE-AUDIT
           IF NOT WS-ARTICLE-TROUVE
              ADD 1                 TO WS-NB-AUDIT-HORS-F1
              EXIT PARAGRAPH
           END-IF
           IF WS-ART-CTP = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SR-REC
           MOVE WS-ART-CTP          TO SR-CTP
           MOVE WS-ART-ENTITE       TO SR-ENTITE
           MOVE AUDIT-DEVISE        TO SR-DEVISE
           IF SR-DEVISE = SPACE
              MOVE WS-ART-DEVISE    TO SR-DEVISE
           END-IF
           IF SR-DEVISE = SPACE
              MOVE 'EUR'            TO SR-DEVISE
           END-IF
           MOVE AUDIT-CLE           TO SR-CLE
           MOVE AUDIT-MONTANT       TO SR-MONTANT
           MOVE AUDIT-DATE-HEURE (1:4) TO SR-DATE (1:4)
           MOVE AUDIT-DATE-HEURE (6:2) TO SR-DATE (5:2)
           MOVE AUDIT-DATE-HEURE (9:2) TO SR-DATE (7:2)
           MOVE AUDIT-CH2           TO SR-LIBELLE
           IF AUDIT-CODE-MVT = 'A'
              SET SR-AJOUT          TO TRUE
              RELEASE SR-REC
           ELSE
              IF NOT (WS-ART-STATUT = 'C'
                      AND WS-ART-DATE-EXPIR (1:6) = WS-PERIODE)
                 SET SR-REVALORISATION TO TRUE
                 RELEASE SR-REC
              END-IF
           END-IF
           .

       RECHERCHE-ARTICLE-AUDIT.
           MOVE ZERO                TO WS-INDIC-ARTICLE-TROUVE
           MOVE AUDIT-CLE           TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ARTICLE-TROUVE TO TRUE
                 MOVE FIC1-CODE-CTP    TO WS-ART-CTP
                 MOVE FIC1-CODE-ENTITE TO WS-ART-ENTITE
                 MOVE FIC1-DEVISE      TO WS-ART-DEVISE
                 MOVE FIC1-STATUT      TO WS-ART-STATUT
                 MOVE FIC1-DATE-EXPIR  TO WS-ART-DATE-EXPIR
           END-READ
           IF NOT WS-ARTICLE-TROUVE AND WS-ARCH-OUVERT
              MOVE AUDIT-CLE        TO ARCH-CH1
              READ FIC1-ARCHIVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-ARTICLE-TROUVE TO TRUE
                    MOVE ARCH-CODE-CTP    TO WS-ART-CTP
                    MOVE ARCH-CODE-ENTITE TO WS-ART-ENTITE
                    MOVE ARCH-DEVISE      TO WS-ART-DEVISE
                    MOVE ARCH-STATUT      TO WS-ART-STATUT
                    MOVE ARCH-DATE-EXPIR  TO WS-ART-DATE-EXPIR
              END-READ
           END-IF
           .

      *==============================================================*
      * EDITION : un releve par contrepartie et entite, un bloc par  *
      * devise                                                       *
      *==============================================================*
       EDITE-RELEVES.
           MOVE ZERO                TO WS-INDIC-FIN-SORT
           PERFORM UNTIL WS-FIN-SORT
              RETURN SORT-RELEVE
               AT END
                 SET WS-FIN-SORT    TO TRUE
               NOT AT END
                 IF SR-CTP NOT = WS-REL-CTP
                    OR SR-ENTITE NOT = WS-REL-ENTITE
                    IF WS-REL-CTP NOT = HIGH-VALUE
                       PERFORM TERMINE-RELEVE
                    END-IF
                    PERFORM DEBUTE-RELEVE
                 END-IF
                 IF SR-DEVISE NOT = WS-REL-DEVISE
                    PERFORM DEBUTE-BLOC
                 END-IF
                 IF NOT WS-BLC-DEBORDE
                    PERFORM CUMULE-MOUVEMENT
                 END-IF
              END-RETURN
           END-PERFORM
           IF WS-REL-CTP NOT = HIGH-VALUE
              PERFORM TERMINE-RELEVE
           END-IF
           .

      *    En-tete du releve : adresse prise au referentiel
       DEBUTE-RELEVE.
           MOVE SR-CTP              TO WS-REL-CTP
           MOVE SR-ENTITE           TO WS-REL-ENTITE
           MOVE HIGH-VALUE          TO WS-REL-DEVISE
           MOVE ZERO                TO WS-NB-BLOCS
           ADD 1                    TO WS-NB-RELEVES
           MOVE '*** INCONNUE AU REFERENTIEL ***' TO WS-REL-NOM
           MOVE SPACES              TO WS-REL-CONTACT
           MOVE SPACES              TO WS-REL-PAYS
           IF WS-CTP-OUVERT
              MOVE SR-CTP           TO CTP-CODE
              READ FIC-CONTREPARTIES
                 INVALID KEY
                    ADD 1           TO WS-NB-CTP-INCONNUES
                 NOT INVALID KEY
                    MOVE CTP-NOM    TO WS-REL-NOM
                    MOVE CTP-CONTACT TO WS-REL-CONTACT
                    MOVE CTP-PAYS   TO WS-REL-PAYS
              END-READ
           END-IF

           MOVE ALL '='             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'RELEVE DE COMPTE - PERIODE ' WS-PERA-ANNEE '-'
                  WS-PERA-MOIS '            EDITE LE ' WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-LIGNE
           STRING 'CONTREPARTIE : ' WS-REL-CTP '  ' WS-REL-NOM
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'A L''ATTENTION DE : ' WS-REL-CONTACT
                  '   PAYS : ' WS-REL-PAYS
                  '   ENTITE : ' WS-REL-ENTITE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Nouveau bloc de devise : mouvements detailles a la suite
       DEBUTE-BLOC.
           MOVE SR-DEVISE           TO WS-REL-DEVISE
           IF WS-NB-BLOCS >= 20
              SET WS-BLC-DEBORDE    TO TRUE
              DISPLAY 'Releve ' WS-REL-CTP ' : devise ' SR-DEVISE
                      ' au-dela de 20, ignoree'
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-BLC-DEBORDE
           ADD 1                    TO WS-NB-BLOCS
           MOVE WS-NB-BLOCS         TO WS-IDX-BLC
           INITIALIZE WS-BLC-ENTREE (WS-IDX-BLC)
           MOVE SR-DEVISE           TO WS-BLC-DEVISE (WS-IDX-BLC)
           PERFORM ECRIT-LIGNE
           MOVE ALL '-'             TO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           STRING 'DEVISE ' SR-DEVISE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           .

      *    Cumul du mouvement dans son bloc ; les mouvements de la
      *    periode (hors ouverture et articles actifs) sont detailles
       CUMULE-MOUVEMENT.
           EVALUATE TRUE
              WHEN SR-OUVERTURE
                 SET WS-BLC-OUVERTURE-CONNUE (WS-IDX-BLC) TO TRUE
                 ADD SR-MONTANT TO WS-BLC-OUVERTURE (WS-IDX-BLC)
              WHEN SR-AJOUT
                 ADD 1          TO WS-BLC-NB-AJOUTS (WS-IDX-BLC)
                 ADD SR-MONTANT TO WS-BLC-MT-AJOUTS (WS-IDX-BLC)
                 MOVE 'AJOUT         ' TO WS-LIGNE-RAPPORT (3:14)
                 PERFORM ECRIT-DETAIL
              WHEN SR-REVALORISATION
                 ADD 1          TO WS-BLC-NB-REVALO (WS-IDX-BLC)
                 MOVE 'REVALORISATION' TO WS-LIGNE-RAPPORT (3:14)
                 PERFORM ECRIT-DETAIL
              WHEN SR-CLOTURE
                 ADD 1          TO WS-BLC-NB-CLOS (WS-IDX-BLC)
                 ADD SR-MONTANT TO WS-BLC-MT-CLOS (WS-IDX-BLC)
                 MOVE 'CLOTURE       ' TO WS-LIGNE-RAPPORT (3:14)
                 PERFORM ECRIT-DETAIL
              WHEN SR-EMIS
                 ADD 1          TO WS-BLC-NB-EMIS (WS-IDX-BLC)
                 ADD SR-MONTANT TO WS-BLC-MT-EMIS (WS-IDX-BLC)
                 MOVE 'PAIEMENT EMIS ' TO WS-LIGNE-RAPPORT (3:14)
                 PERFORM ECRIT-DETAIL
              WHEN SR-REGLE
                 ADD 1          TO WS-BLC-NB-REGLES (WS-IDX-BLC)
                 ADD SR-MONTANT TO WS-BLC-MT-REGLES (WS-IDX-BLC)
                 MOVE 'PAIEMENT REGLE' TO WS-LIGNE-RAPPORT (3:14)
                 PERFORM ECRIT-DETAIL
              WHEN SR-ACTIF
                 ADD 1          TO WS-BLC-NB-ACTIFS (WS-IDX-BLC)
                 ADD SR-MONTANT TO WS-BLC-CLOTURE (WS-IDX-BLC)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *    Ligne de detail : libelle deja place en colonne 3
       ECRIT-DETAIL.
           MOVE SR-MONTANT          TO WS-MONTANT-EDT
           MOVE SR-DATE             TO WS-LIGNE-RAPPORT (18:8)
           MOVE SR-CLE              TO WS-LIGNE-RAPPORT (27:16)
           MOVE SR-LIBELLE (1:16)   TO WS-LIGNE-RAPPORT (44:16)
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           .

      *    Fin du releve : synthese de chaque bloc, soldes
      *    reconduits, version XML vers les partenaires
       TERMINE-RELEVE.
           PERFORM VARYING WS-IDX-BLC FROM 1 BY 1
                   UNTIL   WS-IDX-BLC > WS-NB-BLOCS
              PERFORM EQUILIBRE-BLOC
              PERFORM EDITE-SYNTHESE-BLOC
              IF WS-BLC-CLOTURE (WS-IDX-BLC) NOT = ZERO
                 PERFORM ECRIT-SOLDE
              END-IF
           END-PERFORM
           PERFORM ECRIT-LIGNE
           PERFORM ROUTE-RELEVE-XML
           IF WS-RELEVE-ROUTE
              PERFORM GENERE-RELEVE-XML
           END-IF
           .

      *    Ouverture reconstituee au premier releve, sinon ecart de
      *    revalorisation : cloture - ouverture - ajouts + clotures
       EQUILIBRE-BLOC.
           IF WS-BLC-OUVERTURE-CONNUE (WS-IDX-BLC)
              COMPUTE WS-BLC-ECART (WS-IDX-BLC) =
                      WS-BLC-CLOTURE (WS-IDX-BLC)
                    - WS-BLC-OUVERTURE (WS-IDX-BLC)
                    - WS-BLC-MT-AJOUTS (WS-IDX-BLC)
                    + WS-BLC-MT-CLOS (WS-IDX-BLC)
           ELSE
              COMPUTE WS-BLC-OUVERTURE (WS-IDX-BLC) =
                      WS-BLC-CLOTURE (WS-IDX-BLC)
                    - WS-BLC-MT-AJOUTS (WS-IDX-BLC)
                    + WS-BLC-MT-CLOS (WS-IDX-BLC)
              MOVE ZERO             TO WS-BLC-ECART (WS-IDX-BLC)
           END-IF
           .

       EDITE-SYNTHESE-BLOC.
           PERFORM ECRIT-LIGNE
           STRING 'SYNTHESE ' WS-BLC-DEVISE (WS-IDX-BLC)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-OUVERTURE (WS-IDX-BLC) TO WS-MONTANT-EDT
           IF WS-BLC-OUVERTURE-CONNUE (WS-IDX-BLC)
              MOVE '  SOLDE D''OUVERTURE'   TO WS-LIGNE-RAPPORT
           ELSE
              MOVE '  SOLDE D''OUVERTURE (PREMIER RELEVE)'
                                    TO WS-LIGNE-RAPPORT
           END-IF
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-AJOUTS (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-MT-AJOUTS (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  + ARTICLES AJOUTES        ' WS-NB-EDT-5
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-CLOS (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-MT-CLOS (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  - ARTICLES CLOS           ' WS-NB-EDT-5
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-REVALO (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-ECART (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  +/- REVALORISATIONS       ' WS-NB-EDT-5
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-ACTIFS (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-CLOTURE (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  = SOLDE DE CLOTURE        ' WS-NB-EDT-5
                  ' article(s) actif(s)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-EMIS (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-MT-EMIS (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  PAIEMENTS EMIS            ' WS-NB-EDT-5
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           MOVE WS-BLC-NB-REGLES (WS-IDX-BLC) TO WS-NB-EDT-5
           MOVE WS-BLC-MT-REGLES (WS-IDX-BLC) TO WS-MONTANT-EDT
           STRING '  PAIEMENTS REGLES          ' WS-NB-EDT-5
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           MOVE WS-MONTANT-EDT      TO WS-LIGNE-RAPPORT (61:18)
           PERFORM ECRIT-LIGNE
           .

       ECRIT-SOLDE.
           MOVE SPACES              TO SLDN-REC
           MOVE WS-REL-CTP          TO SLDN-CTP
           MOVE WS-REL-ENTITE       TO SLDN-ENTITE
           MOVE WS-BLC-DEVISE (WS-IDX-BLC) TO SLDN-DEVISE
           MOVE WS-PERIODE          TO SLDN-PERIODE
           MOVE WS-BLC-CLOTURE (WS-IDX-BLC) TO SLDN-SOLDE
           WRITE SLDN-REC
           MOVE WS-STATUS-SLDN      TO WS-FSTA-STATUT
           MOVE 'FIC-SLDN'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-SLDN-ECRITS
           .

       ECRIT-LIGNE.
           WRITE RREL-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-STATUS-RREL      TO WS-FSTA-STATUT
           MOVE 'FIC-RREL'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-LIGNES-RREL
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           .

      *==============================================================*
      * VERSION XML : contrepartie partenaire d'echange              *
      *==============================================================*
      *    Une regle de l'annuaire dont le code est celui de la
      *    contrepartie retient sa sortie : critere tout, pays de
      *    la contrepartie, ou devise de l'un des blocs du releve
       ROUTE-RELEVE-XML.
           MOVE ZERO                TO WS-INDIC-RELEVE-ROUTE
           PERFORM VARYING WS-IDX-SXML FROM 1 BY 1
                   UNTIL   WS-IDX-SXML > 4
              MOVE ZERO          TO WS-SXML-RETENUE (WS-IDX-SXML)
           END-PERFORM
           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL   WS-IDX-PART > WS-NB-PARTENAIRES
              IF WS-PART-CODE (WS-IDX-PART) = WS-REL-CTP
                 EVALUATE WS-PART-CRITERE (WS-IDX-PART)
                    WHEN '*'
                       PERFORM RETIENT-SORTIE-XML
                    WHEN 'P'
                       IF WS-PART-VALEUR (WS-IDX-PART)
                          = WS-REL-PAYS
                          PERFORM RETIENT-SORTIE-XML
                       END-IF
                    WHEN 'D'
                       PERFORM VARYING WS-IDX-BLC FROM 1 BY 1
                               UNTIL   WS-IDX-BLC > WS-NB-BLOCS
                          IF WS-BLC-DEVISE (WS-IDX-BLC)
                             = WS-PART-VALEUR (WS-IDX-PART)
                             PERFORM RETIENT-SORTIE-XML
                          END-IF
                       END-PERFORM
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

       RETIENT-SORTIE-XML.
           SET WS-RELEVE-ROUTE      TO TRUE
           MOVE WS-PART-SORTIE (WS-IDX-PART) TO WS-IDX-SXML
           SET WS-SXML-EST-RETENUE (WS-IDX-SXML) TO TRUE
           .

      *    Releve XML : element racine, en-tete, un element Solde
      *    par devise
       GENERE-RELEVE-XML.
           ADD 1                    TO WS-NB-RELEVES-XML
           PERFORM VARYING WS-IDX-SXML FROM 1 BY 1
                   UNTIL   WS-IDX-SXML > 4
              IF WS-SXML-EST-RETENUE (WS-IDX-SXML)
                 ADD 1              TO WS-SXML-NB (WS-IDX-SXML)
              END-IF
           END-PERFORM

           MOVE SPACES              TO WS-XML-LIGNE
           STRING '<ReleveCompte>' DELIMITED BY SIZE
             INTO WS-XML-LIGNE
           PERFORM ECRIT-LIGNE-XML

           INITIALIZE WS-ENTETE-XML
           MOVE WS-PERIODE-AUDIT    TO EX-PERIODE
           STRING WS-DHS-ANNEE '-' WS-DHS-MOIS '-' WS-DHS-JOUR
                  DELIMITED BY SIZE INTO EX-DATE-EDITION
           MOVE WS-REL-CTP          TO EX-CODE
           MOVE WS-REL-NOM          TO EX-NOM
           MOVE WS-REL-PAYS         TO EX-PAYS
           MOVE WS-REL-CONTACT      TO EX-CONTACT
           MOVE WS-REL-ENTITE       TO EX-ENTITE
           XML GENERATE WS-XML-GEN-BUF FROM WS-ENTETE-XML
               COUNT IN WS-XML-GEN-LONG
               NAME OF WS-ENTETE-XML   IS 'EnTete'
                       EX-PERIODE      IS 'Periode'
                       EX-DATE-EDITION IS 'DateEdition'
                       EX-CONTREPARTIE IS 'Contrepartie'
                       EX-CODE         IS 'Code'
                       EX-NOM          IS 'Nom'
                       EX-PAYS         IS 'Pays'
                       EX-CONTACT      IS 'Contact'
                       EX-ENTITE       IS 'Entite'
            ON EXCEPTION
              DISPLAY 'Erreur generation XML, releve ' WS-REL-CTP
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-XML
           MOVE SPACES              TO WS-XML-LIGNE
           MOVE WS-XML-GEN-BUF (1:WS-XML-GEN-LONG) TO WS-XML-LIGNE
           PERFORM ECRIT-LIGNE-XML

           PERFORM GENERE-SOLDE-XML
             VARYING WS-IDX-BLC FROM 1 BY 1
               UNTIL WS-IDX-BLC > WS-NB-BLOCS

           MOVE SPACES              TO WS-XML-LIGNE
           STRING '</ReleveCompte>' DELIMITED BY SIZE
             INTO WS-XML-LIGNE
           PERFORM ECRIT-LIGNE-XML
           .

       GENERE-SOLDE-XML.
           INITIALIZE WS-SOLDE-XML
           MOVE WS-BLC-DEVISE (WS-IDX-BLC)    TO SX-DEVISE
           MOVE WS-BLC-OUVERTURE (WS-IDX-BLC) TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-OUVERTURE
           MOVE WS-BLC-NB-AJOUTS (WS-IDX-BLC) TO SX-AJ-NB
           MOVE WS-BLC-MT-AJOUTS (WS-IDX-BLC) TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-AJ-MONTANT
           MOVE WS-BLC-NB-CLOS (WS-IDX-BLC)   TO SX-CL-NB
           MOVE WS-BLC-MT-CLOS (WS-IDX-BLC)   TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-CL-MONTANT
           MOVE WS-BLC-NB-REVALO (WS-IDX-BLC) TO SX-RV-NB
           MOVE WS-BLC-ECART (WS-IDX-BLC)     TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-RV-ECART
           MOVE WS-BLC-CLOTURE (WS-IDX-BLC)   TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-CLOTURE
           MOVE WS-BLC-NB-ACTIFS (WS-IDX-BLC) TO SX-ARTICLES-ACTIFS
           MOVE WS-BLC-NB-EMIS (WS-IDX-BLC)   TO SX-EM-NB
           MOVE WS-BLC-MT-EMIS (WS-IDX-BLC)   TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-EM-MONTANT
           MOVE WS-BLC-NB-REGLES (WS-IDX-BLC) TO SX-RG-NB
           MOVE WS-BLC-MT-REGLES (WS-IDX-BLC) TO WS-MNT-SIGNE
           PERFORM EDITE-MONTANT-XML
           MOVE WS-MNT-TEXTE        TO SX-RG-MONTANT
           XML GENERATE WS-XML-GEN-BUF FROM WS-SOLDE-XML
               COUNT IN WS-XML-GEN-LONG
               NAME OF WS-SOLDE-XML        IS 'Solde'
                       SX-DEVISE           IS 'Devise'
                       SX-OUVERTURE        IS 'Ouverture'
                       SX-AJOUTS           IS 'Ajouts'
                       SX-AJ-NB            IS 'Nombre'
                       SX-AJ-MONTANT       IS 'Montant'
                       SX-CLOTURES         IS 'ArticlesClos'
                       SX-CL-NB            IS 'Nombre'
                       SX-CL-MONTANT       IS 'Montant'
                       SX-REVALORISATIONS  IS 'Revalorisations'
                       SX-RV-NB            IS 'Nombre'
                       SX-RV-ECART         IS 'Ecart'
                       SX-CLOTURE          IS 'Cloture'
                       SX-ARTICLES-ACTIFS  IS 'ArticlesActifs'
                       SX-PAIEMENTS-EMIS   IS 'PaiementsEmis'
                       SX-EM-NB            IS 'Nombre'
                       SX-EM-MONTANT       IS 'Montant'
                       SX-PAIEMENTS-REGLES IS 'PaiementsRegles'
                       SX-RG-NB            IS 'Nombre'
                       SX-RG-MONTANT       IS 'Montant'
               TYPE OF SX-DEVISE           IS ATTRIBUTE
            ON EXCEPTION
              DISPLAY 'Erreur generation XML, releve ' WS-REL-CTP
                      ' devise ' SX-DEVISE
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-XML
           MOVE SPACES              TO WS-XML-LIGNE
           MOVE WS-XML-GEN-BUF (1:WS-XML-GEN-LONG) TO WS-XML-LIGNE
           PERFORM ECRIT-LIGNE-XML
           .

      *    Ligne XML vers chacune des sorties retenues
       ECRIT-LIGNE-XML.
           IF WS-SXML-EST-RETENUE (1)
              WRITE RXP1-REC FROM WS-XML-LIGNE
              MOVE WS-STATUS-RXP1   TO WS-FSTA-STATUT
              MOVE 'FIC-RXP1'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-SXML-EST-RETENUE (2)
              WRITE RXP2-REC FROM WS-XML-LIGNE
              MOVE WS-STATUS-RXP2   TO WS-FSTA-STATUT
              MOVE 'FIC-RXP2'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-SXML-EST-RETENUE (3)
              WRITE RXP3-REC FROM WS-XML-LIGNE
              MOVE WS-STATUS-RXP3   TO WS-FSTA-STATUT
              MOVE 'FIC-RXP3'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           IF WS-SXML-EST-RETENUE (4)
              WRITE RXP4-REC FROM WS-XML-LIGNE
              MOVE WS-STATUS-RXP4   TO WS-FSTA-STATUT
              MOVE 'FIC-RXP4'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           .

      *    WS-MNT-SIGNE vers WS-MNT-TEXTE : signe moins eventuel,
      *    partie entiere sans zeros de tete, point, centimes
       EDITE-MONTANT-XML.
           IF WS-MNT-SIGNE < ZERO
              MOVE '-'              TO WS-SIGNE-TEXTE
           ELSE
              MOVE SPACE            TO WS-SIGNE-TEXTE
           END-IF
           MOVE WS-MNT-SIGNE        TO WS-MNT-A-EDITER
           PERFORM VARYING WS-POS-MNT
                   FROM    1 BY 1
                   UNTIL   WS-POS-MNT > 12
                        OR WS-MNT-ENTIERS (WS-POS-MNT:1) NOT = '0'
              CONTINUE
           END-PERFORM
           MOVE SPACES              TO WS-MNT-TEXTE
           STRING WS-SIGNE-TEXTE DELIMITED BY SPACE
                  WS-MNT-ENTIERS (WS-POS-MNT:) '.' WS-MNT-DECIMALES
                  DELIMITED BY SIZE INTO WS-MNT-TEXTE
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           DISPLAY 'Releves de compte de la periode ' WS-PERIODE
                   ' termines'
           MOVE WS-NB-RELEVES       TO WS-NB-EDT
           DISPLAY 'RELEVES EDITES          = ' WS-NB-EDT
           MOVE WS-NB-RELEVES-XML   TO WS-NB-EDT
           DISPLAY 'RELEVES XML             = ' WS-NB-EDT
           PERFORM VARYING WS-IDX-SXML FROM 1 BY 1
                   UNTIL   WS-IDX-SXML > 4
              MOVE WS-SXML-NB (WS-IDX-SXML) TO WS-NB-EDT
              DISPLAY '  SORTIE XML ' WS-IDX-SXML ' = ' WS-NB-EDT
           END-PERFORM
           MOVE WS-NB-CTP-INCONNUES TO WS-NB-EDT
           DISPLAY 'CTP HORS REFERENTIEL    = ' WS-NB-EDT
           MOVE WS-NB-SANS-CTP      TO WS-NB-EDT
           DISPLAY 'ARTICLES SANS CTP       = ' WS-NB-EDT
           MOVE WS-NB-AUDIT-HORS-F1 TO WS-NB-EDT
           DISPLAY 'AUDIT SANS ARTICLE      = ' WS-NB-EDT
           MOVE WS-NB-DNOU-SANS-PAIE TO WS-NB-EDT
           DISPLAY 'REGLEMENTS SANS PAIEMENT= ' WS-NB-EDT
           MOVE WS-NB-SLDP-ECARTES  TO WS-NB-EDT
           DISPLAY 'SOLDES PREC. ECARTES    = ' WS-NB-EDT
           MOVE WS-NB-SLDN-ECRITS   TO WS-NB-EDT
           DISPLAY 'SOLDES RECONDUITS       = ' WS-NB-EDT

      *    Contrepartie inconnue ou soldes precedents ecartes : les
      *    releves concernes sont a revoir avant envoi
           IF WS-NB-CTP-INCONNUES > ZERO
              OR WS-NB-SLDP-ECARTES > ZERO
              MOVE 'W'              TO WS-ALRT-SEVERITE
              MOVE 'RELEVCTP'       TO WS-ALRT-CODE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Releves ' WS-PERIODE ' a revoir avant envoi'
                     DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              IF WS-RC-RUN < 04
                 MOVE 04            TO WS-RC-RUN
              END-IF
           END-IF

           CLOSE FICHIER1
                 FIC-RELEVES
                 FIC-SOLDES
                 FIC-RELEVE-XMLP1
                 FIC-RELEVE-XMLP2
                 FIC-RELEVE-XMLP3
                 FIC-RELEVE-XMLP4
           IF WS-ARCH-OUVERT
              CLOSE FIC1-ARCHIVE
           END-IF
           IF WS-CTP-OUVERT
              CLOSE FIC-CONTREPARTIES
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PAIE'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PAIE      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-PAIE-LUS      TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-RREL'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-RREL      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-LIGNES-RREL   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-SLDN'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-SLDN      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-SLDP-LUS      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-SLDN-ECRITS   TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
