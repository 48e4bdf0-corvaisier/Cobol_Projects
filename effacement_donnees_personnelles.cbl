       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX080.
      *==============================================================*
      * PROGRAMME d'effacement des donnees personnelles d'une        *
      * contrepartie personne physique (droit a l'effacement)        *
      *   - Pilote par le fichier des demandes FIC-DEMANDES-EFF :    *
      *     une ligne par cle d'article (type A) ou par code         *
      *     contrepartie (type C), avec la reference de la demande   *
      *   - Le nom est remplace par 'EFFACE LE AAAAMMJJ' dans        *
      *     FICHIER1 (FIC1-CH2), FIC1-ARCHIVE, les images avant des  *
      *     trois generations FIC1-JRNAVANT tenues par FOREX015 et   *
      *     FIC-CONTREPARTIES (nom et contact) ; l'entree du nom     *
      *     dans la correspondance FIC-PSEUDO de FOREX025 est        *
      *     supprimee des qu'aucun autre article ne le porte plus    *
      *   - Cles, montants et zones metier ne bougent pas : les      *
      *     totaux se rapprochent comme avant l'effacement           *
      *   - Regles de conservation par fichier (FIC-PARAM-RETENTION  *
      *     facultatif) : un fichier sous obligation legale de       *
      *     conservation n'est pas modifie, ses enregistrements      *
      *     concernes sont comptes et portes au certificat comme     *
      *     CONSERVE avec le motif. La piste FIC1-AUDIT, scellee     *
      *     (FOREX078), est toujours conservee                       *
      *   - Chaque article efface laisse une ligne code X dans la    *
      *     piste d'audit, sans le nom                               *
      *   - Certificat d'effacement FIC-CERTIFICAT : demandes,       *
      *     et pour chaque fichier le nombre d'enregistrements       *
      *     effaces ou conserves ; une demande sans aucune donnee    *
      *     trouvee fait terminer le run en RC 4                     *
      *   - Le gel juridique prime sur l'effacement (registre des    *
      *     gels, copybooks GELJ*) : un article gele (cle,           *
      *     contrepartie ou date d'effet dans une plage gelee), ses  *
      *     images avant et une contrepartie gelee gardent leur nom, *
      *     portes au certificat comme CONSERVE avec le dossier et   *
      *     listes en SYSOUT ; une ligne de registre invalide vaut   *
      *     RC 4                                                     *
      *   - Refus de tourner pendant la fenetre batch (verrou        *
      *     FIC-VERROU, copybooks VERR*) : RC 8 et alerte VERROU,    *
      *     sauf forcage operateur du jour, comme FOREX015           *
      *   - Chaque article efface de FICHIER1 emet un evenement X    *
      *     dans la boite FIC-EVT-SORTANTS (copybooks EVT*), images  *
      *     portant le nom de remplacement ; les evenements encore   *
      *     dans la boite pour une cle concernee y sont effaces      *
      *   - Le titulaire du compte FIC-COMPTES-BANC d'une            *
      *     contrepartie demandee et le beneficiaire des paiements   *
      *     bloques FIC-PAIE-BLOQUEES (derniere generation) sont     *
      *     effaces sous les memes regles ; les instructions         *
      *     FIC-PAIEMENTS deja transmises a la banque sont toujours  *
      *     conservees, comptees au certificat comme la piste        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Demandes d'effacement (cle d'article ou code contrepartie)
           SELECT FIC-DEMANDES-EFF
                     ASSIGN to FICDEFF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-DEFF.
      * Regles de conservation par fichier - facultatif
           SELECT FIC-PARAM-RETENTION
                     ASSIGN to FICPRTN
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRTN.
      * FICHIER1 en mise a jour, balaye dans l'ordre des cles
           SELECT FICHIER1
                     ASSIGN to FIC1
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Cluster d'archive de FOREX047, meme dessin FIC1REC
           SELECT FIC1-ARCHIVE
                     ASSIGN to FIC1ARCH
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is ARCH-CH1
                     FILE STATUS is WS-STATUS-ARCH.
      * Journaux des images avant de FOREX015, generations (0),
      *   (-1) et (-2) - les memes que relit FOREX067
           SELECT FIC1-JAV0
                     ASSIGN to FIC1JAV0
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JAV0.
           SELECT FIC1-JAV1
                     ASSIGN to FIC1JAV1
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JAV1.
           SELECT FIC1-JAV2
                     ASSIGN to FIC1JAV2
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JAV2.
      * FIC1-AUDIT : piste d'audit partagee avec FOREX015/FOREX016
           SELECT FIC1-AUDIT
                     ASSIGN to FIC1AUD
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-AUDIT.
      * Correspondance nom -> pseudonyme de FOREX025
           SELECT FIC-PSEUDO
                     ASSIGN to FICPSEU
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is PSEU-NOM
                     FILE STATUS is WS-STATUS-PSEU.
      * Referentiel des contreparties de FOREX055
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Certificat d'effacement
           SELECT FIC-CERTIFICAT
                     ASSIGN to FICCEFF
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-CEFF.
      * Comptes bancaires des beneficiaires de FOREX069
           SELECT FIC-COMPTES-BANC
                     ASSIGN to FICCPTB
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CPTB-CODE-CTP
                     FILE STATUS is WS-STATUS-CPTB.
      * FIC-PAIEMENTS : instructions de FOREX056, toutes generations,
      *   en lecture seule
           COPY PAIES.
      * Paiements bloques de FOREX056, derniere generation - celle
      *   que reprend le run suivant
           SELECT FIC-PAIE-BLOQUEES
                     ASSIGN to FICPBLQ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PBLQ.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.
      * FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1
           COPY VERRS.
      * FIC-ALERTES : fil consolide des alertes operateur
           COPY ALRTS.
      * FIC-EVT-SORTANTS : boite d'evenements de FICHIER1, avec son
      *   numero de sequence
           COPY EVTS.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
      * Demande : A = cle d'article FICHIER1, C = code contrepartie,
      * reference de la demande reportee au certificat
       FD  FIC-DEMANDES-EFF.
       01  DEFF-REC.
         10 DEFF-TYPE          PIC X(01).
             88 DEFF-ARTICLE             VALUE 'A'.
             88 DEFF-CONTREPARTIE        VALUE 'C'.
         10 FILLER             PIC X(01).
         10 DEFF-VALEUR        PIC X(10).
         10 FILLER             PIC X(01).
         10 DEFF-REFERENCE     PIC X(20).
         10 FILLER             PIC X(47).

      * Regle : nom logique du fichier (FICHIER1, FIC1ARCH, FIC1JAV,
      * FIC1AUD, FICPSEU, FICCTP, FICCPTB, FICPAIE, FICPBLQ,
      * FICEVTO), R = conserve / E = effacable, motif de conservation
       FD  FIC-PARAM-RETENTION.
       01  PRTN-REC.
         10 PRTN-FICHIER       PIC X(08).
         10 FILLER             PIC X(01).
         10 PRTN-REGLE         PIC X(01).
         10 FILLER             PIC X(01).
         10 PRTN-MOTIF         PIC X(45).
         10 FILLER             PIC X(24).

      * Dessin d'enregistrement metier partage (copybook FIC1REC)
       FD  FICHIER1.
           COPY FIC1REC.

       FD  FIC1-ARCHIVE.
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==ARCH==.

      * Images avant : meme dessin que l'ecriture de FOREX015
      * (ECRIT-JOURNAL-AVANT), detaille en WORKING-STORAGE
       FD  FIC1-JAV0.
       01  JAV0-REC            PIC X(92).
       FD  FIC1-JAV1.
       01  JAV1-REC            PIC X(92).
       FD  FIC1-JAV2.
       01  JAV2-REC            PIC X(92).

      * Piste d'audit : meme dessin d'enregistrement que FOREX015
       FD  FIC1-AUDIT.
       01  AUDIT-REC.
         10 AUDIT-DATE-HEURE PIC X(17).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CODE-MVT   PIC X(01).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CLE        PIC X(10).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-RESULTAT   PIC X(08).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-MOTIF      PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-CH2        PIC X(20).
         10 FILLER           PIC X(01)  VALUE SPACE.
         10 AUDIT-OPERATEUR  PIC X(08).
      *  Sceau chaine de la ligne (copybooks SCLW/SCLP), pris sur
      *  le FILLER de queue - a blanc sur les lignes anterieures
         10 AUDIT-SCEAU      PIC 9(10).
      *  Montant et devise de l'article apres le geste (avant, pour
      *  une suppression), a blanc quand le geste ne porte pas sur
      *  un montant - l'enregistrement prend la longueur de 120 du
      *  DCB de la piste
         10 AUDIT-MONTANT    PIC 9(09)V99.
         10 AUDIT-DEVISE     PIC X(03).
         10 FILLER           PIC X(06).

      * Correspondance persistante : meme dessin que FOREX025
       FD  FIC-PSEUDO.
       01  PSEU-REC.
         10 PSEU-NOM            PIC X(20).
         10 PSEU-PSEUDONYME     PIC X(20).
         10 FILLER              PIC X(40).

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
      *    Societe du groupe : code de l'entite juridique que cette
      *    contrepartie represente ('**' = entite par defaut) -
      *    blanc = tiers hors groupe
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

       FD  FIC-CERTIFICAT.
       01  CEFF-REC            PIC X(80).

      * Compte bancaire : dessin partage de FOREX069
       FD  FIC-COMPTES-BANC.
           COPY CPTBREC.

           COPY PAIE.

      * Paiement bloque : meme dessin que FOREX056
       FD  FIC-PAIE-BLOQUEES.
       01  PBLQ-REC.
         10 PBLQ-MOTIF         PIC X(20).
         10 FILLER             PIC X(01).
         10 PBLQ-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 PBLQ-TRANSACTION   PIC X(80).
         10 FILLER             PIC X(01).
         10 PBLQ-BENEFICIAIRE  PIC X(20).
         10 FILLER             PIC X(01).
         10 PBLQ-DATE-BLOCAGE  PIC 9(08).
         10 FILLER             PIC X(01).
         10 PBLQ-CLE-ARTICLE   PIC X(10).
         10 FILLER             PIC X(01).

           COPY GELJ.

           COPY VERR.

           COPY ALRT.

           COPY EVT.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-DEFF       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-DEFF    PIC 9      VALUE ZERO.
               88 WS-FIN-DEFF                  VALUE 1.
           02  WS-STATUS-PRTN       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PRTN    PIC 9      VALUE ZERO.
               88 WS-FIN-PRTN                  VALUE 1.
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-ARCH       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-JAV0       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-JAV1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-JAV2       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-AUDIT      PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PSEU       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CEFF       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CPTB       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PBLQ       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-FIC     PIC 9      VALUE ZERO.
               88 WS-FIN-FIC                   VALUE 1.
           02  WS-INDIC-CONCERNE    PIC 9      VALUE ZERO.
               88 WS-CONCERNE                  VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-DEMANDES-LUES  PIC S9(9)  VALUE ZERO.
           02  WS-NB-DEMANDES-VIDES PIC S9(9)  VALUE ZERO.
           02  WS-NB-ARTICLES-LUS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
           02  WS-NB-EDT2           PIC ZZZ.ZZZ.ZZ9.
           02  WS-LIGNE-CERT        PIC X(80).

      *    Nom de remplacement du run : 'EFFACE LE AAAAMMJJ' - les
      *    enregistrements qui le portent deja ne sont plus touches
       01  WS-NOM-EFFACE            PIC X(20)  VALUE SPACE.
       01  WS-PREFIXE-EFFACE        PIC X(10)  VALUE 'EFFACE LE '.

      *    Demandes du run
       01  WS-NB-DEM                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-DEMANDES.
           02  WS-DEM-ENTREE OCCURS 500.
               05 WS-DEM-TYPE       PIC X(01).
               05 WS-DEM-VALEUR     PIC X(10).
               05 WS-DEM-REFERENCE  PIC X(20).
               05 WS-DEM-NB-TROUVES PIC S9(9) COMP-3.
       01  WS-IDX-DEM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-DEM-RETENUE           PIC S9(4) COMP SYNC VALUE ZERO.

      *    Cles d'articles concernees : demandees directement, ou
      *    rattachees a une contrepartie demandee - elles designent
      *    aussi les lignes des journaux et de la piste
       01  WS-NB-CLE                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-CLES.
           02  WS-CLE-ENTREE OCCURS 5000.
               05 WS-CLE-VALEUR     PIC X(10).
               05 WS-CLE-DEMANDE    PIC S9(4) COMP.
      *        Dossier du gel qui retient l'article, repris pour ses
      *        images avant - a blanc si l'article n'est pas gele
               05 WS-CLE-DOSSIER-GEL PIC X(12).
       01  WS-IDX-CLE               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CLE-CHERCHEE          PIC X(10)  VALUE SPACE.
      *    Contrepartie cherchee parmi les demandes C
       01  WS-CTP-CHERCHE           PIC X(06)  VALUE SPACE.

      *    Noms effaces, pour la correspondance FIC-PSEUDO ; un nom
      *    encore porte par un article non concerne y reste
       01  WS-NB-NOM                PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-NOMS.
           02  WS-NOM-ENTREE OCCURS 5000.
               05 WS-NOM-VALEUR     PIC X(20).
               05 WS-NOM-INDIC-PORTE PIC 9.
                  88 WS-NOM-PORTE              VALUE 1.
       01  WS-IDX-NOM               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-NOM-CHERCHE           PIC X(20)  VALUE SPACE.

      *    Lignes du certificat, une par fichier : regle de
      *    conservation, nombres d'enregistrements effaces et
      *    conserves, fichier absent du run
       01  WS-NB-FIC                PIC S9(4) COMP SYNC VALUE 12.
       01  WS-TAB-FICHIERS.
           02  WS-FIC-ENTREE OCCURS 12.
               05 WS-FIC-NOM        PIC X(08).
               05 WS-FIC-REGLE      PIC X(01).
                  88 WS-FIC-CONSERVE           VALUE 'R'.
               05 WS-FIC-MOTIF      PIC X(45).
               05 WS-FIC-INDIC-ABSENT PIC 9.
                  88 WS-FIC-ABSENT             VALUE 1.
               05 WS-FIC-NB-EFFACES PIC S9(9) COMP-3.
               05 WS-FIC-NB-CONSERVES PIC S9(9) COMP-3.
       01  WS-IDX-FIC               PIC S9(4) COMP SYNC VALUE ZERO.
      *    Rang de chaque fichier dans la table
       77  WS-F-FICHIER1            PIC S9(4) COMP VALUE 1.
       77  WS-F-ARCHIVE             PIC S9(4) COMP VALUE 2.
       77  WS-F-JAV0                PIC S9(4) COMP VALUE 3.
       77  WS-F-AUDIT               PIC S9(4) COMP VALUE 6.
       77  WS-F-PSEUDO              PIC S9(4) COMP VALUE 7.
       77  WS-F-CTP                 PIC S9(4) COMP VALUE 8.
       77  WS-F-CPTB                PIC S9(4) COMP VALUE 9.
       77  WS-F-PAIE                PIC S9(4) COMP VALUE 10.
       77  WS-F-PBLQ                PIC S9(4) COMP VALUE 11.
       77  WS-F-EVTO                PIC S9(4) COMP VALUE 12.
       01  WS-MOTIF-PISTE           PIC X(45)  VALUE
           'PISTE D''AUDIT SCELLEE - CONSERVATION LEGALE'.
       01  WS-MOTIF-PAIEMENTS       PIC X(45)  VALUE
           'INSTRUCTIONS BANCAIRES - PIECES COMPTABLES'.
       01  WS-MOTIF-NOM-PORTE       PIC X(45)  VALUE
           'NOM ENCORE PORTE PAR UN AUTRE ARTICLE'.
       01  WS-MOTIF-GEL             PIC X(45)  VALUE SPACE.
       01  WS-MOTIF-GELS-MULTIPLES  PIC X(45)  VALUE
           'GEL JURIDIQUE - PLUSIEURS DOSSIERS'.
      *    Rang du fichier ou un enregistrement gele est conserve
       01  WS-IDX-FIC-GEL           PIC S9(4) COMP SYNC VALUE ZERO.

      *    Article courant (FICHIER1 ou archive) et motif de sa
      *    ligne d'audit
           COPY FIC1REC REPLACING LEADING ==FIC1== BY ==WS-ART==.
       01  WS-MOTIF-AUDIT           PIC X(20)  VALUE SPACE.

      *    Image avant courante, dessin de FOREX015 ; le nom de
      *    l'article est en positions 11 a 30 de l'image
       01  WS-JAV-REC.
           02  WS-JAV-CODE-MVT      PIC X(01).
           02  WS-JAV-CLE           PIC X(10).
           02  WS-JAV-INDIC-AVANT   PIC X(01).
               88 WS-JAV-AVEC-IMAGE            VALUE 'O'.
           02  WS-JAV-IMAGE-AVANT.
               03  WS-JAV-IMG-CH1   PIC X(10).
               03  WS-JAV-IMG-CH2   PIC X(20).
               03  FILLER           PIC X(50).

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLW.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Date et heure systeme, pour l'audit et le certificat
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
               03  WS-DHS-ANNEE     PIC 9(04).
               03  WS-DHS-MOIS      PIC 9(02).
               03  WS-DHS-JOUR      PIC 9(02).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  WS-DHS-SECONDE       PIC 9(02).
           02  FILLER               PIC X(10).
       01  WS-DATE-HEURE-EDT        PIC X(17).
      *    Registre des gels juridiques
           COPY GELJW.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.
      *    Fil consolide des alertes operateur
           COPY ALRTW.
      *    Boite d'evenements de FICHIER1
           COPY EVTW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT             *> Demandes, regles, certificat
           PERFORM TRAITE-CONTREPARTIES
           PERFORM TRAITE-COMPTES-BANC
           PERFORM TRAITE-FICHIER1
           PERFORM FERME-EVT-SORTANTS
           PERFORM TRAITE-ARCHIVE
           PERFORM TRAITE-JOURNAUX
           PERFORM TRAITE-BLOCAGES
           PERFORM TRAITE-EVENEMENTS
           PERFORM COMPTE-PISTE-AUDIT
           PERFORM COMPTE-PAIEMENTS
           PERFORM TRAITE-PSEUDONYMES
           PERFORM FIN              *> Certificat, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX080'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Fenetre batch : aucun effacement pendant la chaine
           MOVE 'FOREX080'          TO WS-ALRT-PROGRAMME
           PERFORM CONTROLE-FENETRE

      *    Registre des gels juridiques, avant toute mise a jour
           MOVE 'FOREX080'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-PREFIXE-EFFACE WS-DHS-DATE
                  DELIMITED BY SIZE INTO WS-NOM-EFFACE

           PERFORM INIT-REGLES-CONSERVATION
           PERFORM CHARGE-DEMANDES

           OPEN OUTPUT FIC-CERTIFICAT
           MOVE WS-STATUS-CEFF      TO WS-FSTA-STATUT
           MOVE 'FIC-CEFF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    La piste d'audit est partagee (DISP=MOD dans le JCL)
           PERFORM CHARGE-DERNIER-SCEAU
           OPEN EXTEND FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              OPEN OUTPUT FIC1-AUDIT
              MOVE WS-STATUS-AUDIT  TO WS-FSTA-STATUT
              MOVE 'FIC1-AUDIT'     TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF

      *    Boite d'evenements ouverte avant FICHIER1 : pas
      *    d'effacement sans son evenement
           MOVE 'FOREX080'          TO WS-EVT-PROGRAMME
           PERFORM OUVRE-EVT-SORTANTS
           .

      *    Fenetre batch en cours : effacement refuse (RC 8) sauf
      *    forcage operateur du jour, meme regle que FOREX015
       CONTROLE-FENETRE.
           MOVE 'FOREX080'          TO WS-VERR-PROGRAMME
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-FORCAGE-VERROU
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           MOVE SPACES              TO WS-ALRT-MESSAGE
           IF WS-VERR-FORCE
              MOVE 'VERRFORC'       TO WS-ALRT-CODE
              STRING 'Verrou ' WS-VERR-DETENTEUR ' force par '
                     WS-VERR-OPERATEUR
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM ECRIT-ALERTE
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'FOREX080 : FENETRE BATCH EN COURS - verrou pose '
                   'par ' WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           DISPLAY 'FOREX080 : effacement refuse, a relancer apres '
                   'la fin de la chaine'
           MOVE 'VERROU  '          TO WS-ALRT-CODE
           STRING 'Effacement refuse, verrou '
                  WS-VERR-DETENTEUR
                  DELIMITED BY SIZE
             INTO WS-ALRT-MESSAGE
           PERFORM ECRIT-ALERTE
           MOVE 8                   TO RETURN-CODE
           GOBACK
           .

      *    Regles par defaut : tout est effacable sauf la piste
      *    d'audit ; FIC-PARAM-RETENTION (facultatif) les precise.
      *    La piste reste conservee quelle que soit sa regle : la
      *    reecrire romprait la chaine des sceaux
       INIT-REGLES-CONSERVATION.
           INITIALIZE WS-TAB-FICHIERS
           MOVE 'FICHIER1'          TO WS-FIC-NOM (1)
           MOVE 'FIC1ARCH'          TO WS-FIC-NOM (2)
           MOVE 'FIC1JAV0'          TO WS-FIC-NOM (3)
           MOVE 'FIC1JAV1'          TO WS-FIC-NOM (4)
           MOVE 'FIC1JAV2'          TO WS-FIC-NOM (5)
           MOVE 'FIC1AUD '          TO WS-FIC-NOM (6)
           MOVE 'FICPSEU '          TO WS-FIC-NOM (7)
           MOVE 'FICCTP  '          TO WS-FIC-NOM (8)
           MOVE 'FICCPTB '          TO WS-FIC-NOM (9)
           MOVE 'FICPAIE '          TO WS-FIC-NOM (10)
           MOVE 'FICPBLQ '          TO WS-FIC-NOM (11)
           MOVE 'FICEVTO '          TO WS-FIC-NOM (12)
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL   WS-IDX-FIC > WS-NB-FIC
              MOVE 'E'              TO WS-FIC-REGLE (WS-IDX-FIC)
           END-PERFORM

           OPEN INPUT FIC-PARAM-RETENTION
           IF WS-STATUS-PRTN = '00'
              PERFORM UNTIL WS-FIN-PRTN
                 READ FIC-PARAM-RETENTION
                  AT END
                    SET WS-FIN-PRTN TO TRUE
                  NOT AT END
                    PERFORM APPLIQUE-REGLE
                 END-READ
              END-PERFORM
              CLOSE FIC-PARAM-RETENTION
           ELSE
              DISPLAY 'FIC-PARAM-RETENTION absent, regles par defaut'
           END-IF

           MOVE 'R'                 TO WS-FIC-REGLE (WS-F-AUDIT)
           IF WS-FIC-MOTIF (WS-F-AUDIT) = SPACE
              MOVE WS-MOTIF-PISTE   TO WS-FIC-MOTIF (WS-F-AUDIT)
           END-IF
      *    Les instructions de paiement sont parties a la banque et
      *    valent pieces comptables : conservees comme la piste
           MOVE 'R'                 TO WS-FIC-REGLE (WS-F-PAIE)
           IF WS-FIC-MOTIF (WS-F-PAIE) = SPACE
              MOVE WS-MOTIF-PAIEMENTS TO WS-FIC-MOTIF (WS-F-PAIE)
           END-IF
           .

      *    Une regle FIC1JAV vaut pour les trois generations
       APPLIQUE-REGLE.
           IF PRTN-REGLE NOT = 'R' AND PRTN-REGLE NOT = 'E'
              DISPLAY 'FIC-PARAM-RETENTION : regle ignoree '
                      PRTN-FICHIER ' ' PRTN-REGLE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL   WS-IDX-FIC > WS-NB-FIC
              IF PRTN-FICHIER = WS-FIC-NOM (WS-IDX-FIC)
                 OR (PRTN-FICHIER = 'FIC1JAV '
                     AND WS-FIC-NOM (WS-IDX-FIC) (1:7) = 'FIC1JAV')
                 MOVE PRTN-REGLE    TO WS-FIC-REGLE (WS-IDX-FIC)
                 MOVE PRTN-MOTIF    TO WS-FIC-MOTIF (WS-IDX-FIC)
              END-IF
           END-PERFORM
           .

      *    Demandes du run : une cle demandee entre d'emblee dans la
      *    table des cles (l'article a pu quitter FICHIER1 et ne
      *    plus vivre que dans l'archive ou les journaux)
       CHARGE-DEMANDES.
           OPEN INPUT FIC-DEMANDES-EFF
           MOVE WS-STATUS-DEFF      TO WS-FSTA-STATUT
           MOVE 'FIC-DEFF'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-DEFF
              READ FIC-DEMANDES-EFF
               AT END
                 SET WS-FIN-DEFF    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-DEMANDES-LUES
                 PERFORM RETIENT-DEMANDE
              END-READ
           END-PERFORM
           CLOSE FIC-DEMANDES-EFF
           .

       RETIENT-DEMANDE.
           IF DEFF-REC = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-DEM >= 500
              DISPLAY 'ABEND - TABLE DES DEMANDES PLEINE (500)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-DEM
           MOVE DEFF-TYPE           TO WS-DEM-TYPE (WS-NB-DEM)
           MOVE DEFF-VALEUR         TO WS-DEM-VALEUR (WS-NB-DEM)
           MOVE DEFF-REFERENCE      TO WS-DEM-REFERENCE (WS-NB-DEM)
           MOVE ZERO                TO WS-DEM-NB-TROUVES (WS-NB-DEM)
           IF DEFF-ARTICLE AND DEFF-VALEUR NOT = SPACE
              MOVE DEFF-VALEUR      TO WS-CLE-CHERCHEE
              MOVE WS-NB-DEM        TO WS-DEM-RETENUE
              PERFORM AJOUTE-CLE
           END-IF
           .

      *    Cle concernee, rattachee a sa demande (une seule fois)
       AJOUTE-CLE.
           PERFORM CHERCHE-CLE
           IF WS-IDX-CLE <= WS-NB-CLE
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-CLE >= 5000
              DISPLAY 'ABEND - TABLE DES CLES PLEINE (5000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-CLE
           MOVE WS-CLE-CHERCHEE     TO WS-CLE-VALEUR (WS-NB-CLE)
           MOVE WS-DEM-RETENUE      TO WS-CLE-DEMANDE (WS-NB-CLE)
           MOVE SPACES              TO WS-CLE-DOSSIER-GEL (WS-NB-CLE)
           MOVE WS-NB-CLE           TO WS-IDX-CLE
           .

       CHERCHE-CLE.
           PERFORM VARYING WS-IDX-CLE FROM 1 BY 1
                   UNTIL   WS-IDX-CLE > WS-NB-CLE
                        OR WS-CLE-VALEUR (WS-IDX-CLE) = WS-CLE-CHERCHEE
              CONTINUE
           END-PERFORM
           .

      *    Nom efface, a retirer de FIC-PSEUDO (une seule fois)
       AJOUTE-NOM.
           IF WS-NOM-CHERCHE = SPACE
              OR WS-NOM-CHERCHE (1:10) = WS-PREFIXE-EFFACE
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHE-NOM
           IF WS-IDX-NOM <= WS-NB-NOM
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-NOM >= 5000
              DISPLAY 'ABEND - TABLE DES NOMS PLEINE (5000)'
              MOVE 16               TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                    TO WS-NB-NOM
           MOVE WS-NOM-CHERCHE      TO WS-NOM-VALEUR (WS-NB-NOM)
           MOVE ZERO                TO WS-NOM-INDIC-PORTE (WS-NB-NOM)
           .

       CHERCHE-NOM.
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL   WS-IDX-NOM > WS-NB-NOM
                        OR WS-NOM-VALEUR (WS-IDX-NOM) = WS-NOM-CHERCHE
              CONTINUE
           END-PERFORM
           .

      *    Demande C portant sur la contrepartie WS-CTP-CHERCHE :
      *    WS-IDX-DEM au-dela de WS-NB-DEM si aucune
       CHERCHE-DEMANDE-CTP.
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
                        OR (WS-DEM-TYPE (WS-IDX-DEM) = 'C'
                            AND WS-DEM-VALEUR (WS-IDX-DEM) (1:6)
                                = WS-CTP-CHERCHE)
              CONTINUE
           END-PERFORM
           .

      *==============================================================*
      * REFERENTIEL DES CONTREPARTIES : nom et contact                *
      *==============================================================*
       TRAITE-CONTREPARTIES.
           OPEN I-O FIC-CONTREPARTIES
           IF WS-STATUS-CTP NOT = '00'
              SET WS-FIC-ABSENT (WS-F-CTP) TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
              IF WS-DEM-TYPE (WS-IDX-DEM) = 'C'
                 MOVE WS-DEM-VALEUR (WS-IDX-DEM) (1:6) TO CTP-CODE
                 READ FIC-CONTREPARTIES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM EFFACE-CONTREPARTIE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE FIC-CONTREPARTIES
           .

       EFFACE-CONTREPARTIE.
           IF CTP-NOM (1:10) = WS-PREFIXE-EFFACE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEM-NB-TROUVES (WS-IDX-DEM)
           MOVE CTP-NOM (1:20)      TO WS-NOM-CHERCHE
           PERFORM AJOUTE-NOM
           IF WS-FIC-CONSERVE (WS-F-CTP)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-CTP)
              EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-GELJ-DEMANDE
           MOVE CTP-CODE            TO WS-GELJ-CTP
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              MOVE WS-F-CTP         TO WS-IDX-FIC-GEL
              MOVE CTP-CODE         TO WS-CLE-CHERCHEE
              PERFORM NOTE-CONSERVATION-GEL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO CTP-NOM
           MOVE SPACES              TO CTP-CONTACT
           REWRITE CTP-REC
              INVALID KEY
                 DISPLAY 'EFFACEMENT : REWRITE impossible, '
                         'contrepartie ' CTP-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-FIC-NB-EFFACES (WS-F-CTP)
           END-REWRITE
           .

      *==============================================================*
      * FIC-COMPTES-BANC : titulaire du compte                       *
      *==============================================================*
       TRAITE-COMPTES-BANC.
           OPEN I-O FIC-COMPTES-BANC
           IF WS-STATUS-CPTB NOT = '00'
              SET WS-FIC-ABSENT (WS-F-CPTB) TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
              IF WS-DEM-TYPE (WS-IDX-DEM) = 'C'
                 MOVE WS-DEM-VALEUR (WS-IDX-DEM) (1:6)
                                    TO CPTB-CODE-CTP
                 READ FIC-COMPTES-BANC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM EFFACE-COMPTE-BANC
                 END-READ
              END-IF
           END-PERFORM
           CLOSE FIC-COMPTES-BANC
           .

      *    IBAN et BIC restent : FOREX057 rapproche encore les
      *    paiements deja emis sur ce compte
       EFFACE-COMPTE-BANC.
           IF CPTB-TITULAIRE = SPACE
              OR CPTB-TITULAIRE (1:10) = WS-PREFIXE-EFFACE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEM-NB-TROUVES (WS-IDX-DEM)
           IF WS-FIC-CONSERVE (WS-F-CPTB)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-CPTB)
              EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-GELJ-DEMANDE
           MOVE CPTB-CODE-CTP       TO WS-GELJ-CTP
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              MOVE WS-F-CPTB        TO WS-IDX-FIC-GEL
              MOVE CPTB-CODE-CTP    TO WS-CLE-CHERCHEE
              PERFORM NOTE-CONSERVATION-GEL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO CPTB-TITULAIRE
           REWRITE CPTB-REC
              INVALID KEY
                 DISPLAY 'EFFACEMENT : REWRITE impossible, '
                         'compte ' CPTB-CODE-CTP
              NOT INVALID KEY
                 ADD 1 TO WS-FIC-NB-EFFACES (WS-F-CPTB)
           END-REWRITE
           .

      *    Article concerne : cle demandee, ou contrepartie demandee
      *    (la cle rejoint alors la table, pour les journaux et la
      *    piste)
       TESTE-ARTICLE-CONCERNE.
           MOVE ZERO                TO WS-INDIC-CONCERNE
           PERFORM CHERCHE-CLE
           IF WS-IDX-CLE <= WS-NB-CLE
              MOVE WS-CLE-DEMANDE (WS-IDX-CLE) TO WS-DEM-RETENUE
              SET WS-CONCERNE       TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
                        OR WS-CONCERNE
              IF WS-DEM-TYPE (WS-IDX-DEM) = 'C'
                 AND WS-DEM-VALEUR (WS-IDX-DEM) (1:6)
                     = WS-ART-CODE-CTP
                 AND WS-ART-CODE-CTP NOT = SPACE
                 MOVE WS-IDX-DEM    TO WS-DEM-RETENUE
                 SET WS-CONCERNE    TO TRUE
                 PERFORM AJOUTE-CLE
              END-IF
           END-PERFORM
           .

      *==============================================================*
      * FICHIER1 : nom de l'article                                  *
      *==============================================================*
       TRAITE-FICHIER1.
           OPEN I-O FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FICHIER1 NEXT
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ARTICLES-LUS
                 MOVE FIC1-REC      TO WS-ART-REC
                 MOVE FIC1-CH1      TO WS-CLE-CHERCHEE
                 PERFORM TESTE-ARTICLE-CONCERNE
                 IF WS-CONCERNE
                    AND FIC1-CH2 (1:10) NOT = WS-PREFIXE-EFFACE
                    PERFORM EFFACE-ARTICLE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER1
           .

       EFFACE-ARTICLE.
           ADD 1 TO WS-DEM-NB-TROUVES (WS-DEM-RETENUE)
           MOVE FIC1-CH2            TO WS-NOM-CHERCHE
           PERFORM AJOUTE-NOM
           IF WS-FIC-CONSERVE (WS-F-FICHIER1)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-FICHIER1)
              EXIT PARAGRAPH
           END-IF
           PERFORM TESTE-GEL-ARTICLE
           IF WS-GELJ-RETENU
              MOVE WS-F-FICHIER1    TO WS-IDX-FIC-GEL
              PERFORM RETIENT-ARTICLE-GELE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO FIC1-CH2
           REWRITE FIC1-REC
              INVALID KEY
                 DISPLAY 'EFFACEMENT : REWRITE impossible, cle '
                         FIC1-CH1
              NOT INVALID KEY
                 ADD 1 TO WS-FIC-NB-EFFACES (WS-F-FICHIER1)
                 MOVE 'EFFACEMENT'  TO WS-MOTIF-AUDIT
                 PERFORM ECRIT-AUDIT-EFFACEMENT
                 PERFORM EMET-EVENEMENT-EFFACEMENT
           END-REWRITE
           .

      *    Evenement X pour les abonnes de FOREX085 : les deux
      *    images portent deja le nom de remplacement, le nom
      *    efface ne sort pas
       EMET-EVENEMENT-EFFACEMENT.
           MOVE 'X'                 TO WS-EVT-TYPE
           MOVE FIC1-CH1            TO WS-EVT-CLE
           MOVE FIC1-REC            TO WS-EVT-IMAGE-AVANT
                                       WS-EVT-IMAGE-APRES
           PERFORM ECRIT-EVENEMENT-FIC1
           .

      *==============================================================*
      * FIC1-ARCHIVE : nom de l'article archive                      *
      *==============================================================*
       TRAITE-ARCHIVE.
           OPEN I-O FIC1-ARCHIVE
           IF WS-STATUS-ARCH NOT = '00'
              SET WS-FIC-ABSENT (WS-F-ARCHIVE) TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC1-ARCHIVE NEXT
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 MOVE ARCH-REC      TO WS-ART-REC
                 MOVE ARCH-CH1      TO WS-CLE-CHERCHEE
                 PERFORM TESTE-ARTICLE-CONCERNE
                 IF WS-CONCERNE
                    AND ARCH-CH2 (1:10) NOT = WS-PREFIXE-EFFACE
                    PERFORM EFFACE-ARTICLE-ARCHIVE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-ARCHIVE
           .

       EFFACE-ARTICLE-ARCHIVE.
           ADD 1 TO WS-DEM-NB-TROUVES (WS-DEM-RETENUE)
           MOVE ARCH-CH2            TO WS-NOM-CHERCHE
           PERFORM AJOUTE-NOM
           IF WS-FIC-CONSERVE (WS-F-ARCHIVE)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-ARCHIVE)
              EXIT PARAGRAPH
           END-IF
           PERFORM TESTE-GEL-ARTICLE
           IF WS-GELJ-RETENU
              MOVE WS-F-ARCHIVE     TO WS-IDX-FIC-GEL
              PERFORM RETIENT-ARTICLE-GELE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO ARCH-CH2
           REWRITE ARCH-REC
              INVALID KEY
                 DISPLAY 'EFFACEMENT : REWRITE impossible, '
                         'archive ' ARCH-CH1
              NOT INVALID KEY
                 ADD 1 TO WS-FIC-NB-EFFACES (WS-F-ARCHIVE)
                 MOVE 'EFFACEMENT ARCHIVE' TO WS-MOTIF-AUDIT
                 PERFORM ECRIT-AUDIT-EFFACEMENT
           END-REWRITE
           .

      *    Gel de l'article courant (WS-ART-REC) : cle, contrepartie
      *    ou date d'effet
       TESTE-GEL-ARTICLE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE WS-ART-CH1          TO WS-GELJ-CLE
           MOVE WS-ART-CODE-CTP     TO WS-GELJ-CTP
           IF WS-ART-DATE-EFFET NUMERIC
              MOVE WS-ART-DATE-EFFET TO WS-GELJ-DATE
           END-IF
           PERFORM TESTE-GEL-JURIDIQUE
           .

      *    Article gele laisse en l'etat ; son dossier suit la cle
      *    pour les images avant des journaux
       RETIENT-ARTICLE-GELE.
           MOVE WS-ART-CH1          TO WS-CLE-CHERCHEE
           PERFORM CHERCHE-CLE
           IF WS-IDX-CLE <= WS-NB-CLE
              MOVE WS-GELJ-DOSSIER-RETENU
                                TO WS-CLE-DOSSIER-GEL (WS-IDX-CLE)
           END-IF
           PERFORM NOTE-CONSERVATION-GEL
           .

      *    Enregistrement conserve sous gel : compte au fichier
      *    WS-IDX-FIC-GEL, dossier porte au certificat (un seul
      *    motif par fichier - plusieurs dossiers sont signales
      *    comme tels, le detail est en SYSOUT et en fin de
      *    certificat)
       NOTE-CONSERVATION-GEL.
           ADD 1 TO WS-FIC-NB-CONSERVES (WS-IDX-FIC-GEL)
           ADD 1                    TO WS-NB-GELES
           MOVE SPACES              TO WS-MOTIF-GEL
           STRING 'GEL JURIDIQUE - DOSSIER ' WS-GELJ-DOSSIER-RETENU
                  DELIMITED BY SIZE INTO WS-MOTIF-GEL
           EVALUATE TRUE
              WHEN WS-FIC-MOTIF (WS-IDX-FIC-GEL) = SPACE
                 MOVE WS-MOTIF-GEL TO WS-FIC-MOTIF (WS-IDX-FIC-GEL)
              WHEN WS-FIC-MOTIF (WS-IDX-FIC-GEL) = WS-MOTIF-GEL
                 CONTINUE
              WHEN WS-FIC-MOTIF (WS-IDX-FIC-GEL) (1:13)
                   = 'GEL JURIDIQUE'
                 MOVE WS-MOTIF-GELS-MULTIPLES
                                   TO WS-FIC-MOTIF (WS-IDX-FIC-GEL)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES              TO WS-GELJ-OBJET
           STRING WS-FIC-NOM (WS-IDX-FIC-GEL) ' ' WS-CLE-CHERCHEE
                  ' NON EFFACE' DELIMITED BY SIZE INTO WS-GELJ-OBJET
           PERFORM NOTE-GEL-JURIDIQUE
           .

      *    Trace de l'effacement dans la piste d'audit partagee -
      *    code X, nom de remplacement, jamais le nom efface
       ECRIT-AUDIT-EFFACEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE SPACES              TO AUDIT-REC
           MOVE WS-DATE-HEURE-EDT   TO AUDIT-DATE-HEURE
           MOVE 'X'                 TO AUDIT-CODE-MVT
           MOVE WS-ART-CH1          TO AUDIT-CLE
           MOVE 'APPLIQUE'          TO AUDIT-RESULTAT
           MOVE WS-MOTIF-AUDIT      TO AUDIT-MOTIF
           MOVE WS-NOM-EFFACE       TO AUDIT-CH2
           MOVE 'FOREX080'          TO AUDIT-OPERATEUR
           IF WS-ART-MONTANT NUMERIC
              MOVE WS-ART-MONTANT   TO AUDIT-MONTANT
              MOVE WS-ART-DEVISE    TO AUDIT-DEVISE
           END-IF
           PERFORM SCELLE-LIGNE-AUDIT
           WRITE AUDIT-REC
           .

      *==============================================================*
      * FIC1-JRNAVANT : images avant des trois generations           *
      *==============================================================*
       TRAITE-JOURNAUX.
           MOVE WS-F-JAV0           TO WS-IDX-FIC
           OPEN I-O FIC1-JAV0
           IF WS-STATUS-JAV0 NOT = '00'
              SET WS-FIC-ABSENT (WS-IDX-FIC) TO TRUE
           ELSE
              MOVE ZERO             TO WS-INDIC-FIN-FIC
              PERFORM UNTIL WS-FIN-FIC
                 READ FIC1-JAV0 INTO WS-JAV-REC
                  AT END
                    SET WS-FIN-FIC  TO TRUE
                  NOT AT END
                    PERFORM EXAMINE-IMAGE-AVANT
                    IF WS-CONCERNE
                       REWRITE JAV0-REC FROM WS-JAV-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC1-JAV0
           END-IF

           ADD 1                    TO WS-IDX-FIC
           OPEN I-O FIC1-JAV1
           IF WS-STATUS-JAV1 NOT = '00'
              SET WS-FIC-ABSENT (WS-IDX-FIC) TO TRUE
           ELSE
              MOVE ZERO             TO WS-INDIC-FIN-FIC
              PERFORM UNTIL WS-FIN-FIC
                 READ FIC1-JAV1 INTO WS-JAV-REC
                  AT END
                    SET WS-FIN-FIC  TO TRUE
                  NOT AT END
                    PERFORM EXAMINE-IMAGE-AVANT
                    IF WS-CONCERNE
                       REWRITE JAV1-REC FROM WS-JAV-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC1-JAV1
           END-IF

           ADD 1                    TO WS-IDX-FIC
           OPEN I-O FIC1-JAV2
           IF WS-STATUS-JAV2 NOT = '00'
              SET WS-FIC-ABSENT (WS-IDX-FIC) TO TRUE
           ELSE
              MOVE ZERO             TO WS-INDIC-FIN-FIC
              PERFORM UNTIL WS-FIN-FIC
                 READ FIC1-JAV2 INTO WS-JAV-REC
                  AT END
                    SET WS-FIN-FIC  TO TRUE
                  NOT AT END
                    PERFORM EXAMINE-IMAGE-AVANT
                    IF WS-CONCERNE
                       REWRITE JAV2-REC FROM WS-JAV-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE FIC1-JAV2
           END-IF
           .

      *    Image avant d'une cle concernee portant encore un nom :
      *    effacee dans WS-JAV-REC (WS-CONCERNE demande le REWRITE),
      *    ou seulement comptee si la generation est conservee
       EXAMINE-IMAGE-AVANT.
           MOVE ZERO                TO WS-INDIC-CONCERNE
           IF NOT WS-JAV-AVEC-IMAGE
              OR WS-JAV-IMG-CH2 = SPACE
              OR WS-JAV-IMG-CH2 (1:10) = WS-PREFIXE-EFFACE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JAV-CLE          TO WS-CLE-CHERCHEE
           PERFORM CHERCHE-CLE
           IF WS-IDX-CLE > WS-NB-CLE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEM-NB-TROUVES (WS-CLE-DEMANDE (WS-IDX-CLE))
           MOVE WS-JAV-IMG-CH2      TO WS-NOM-CHERCHE
           PERFORM AJOUTE-NOM
           IF WS-FIC-CONSERVE (WS-IDX-FIC)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-IDX-FIC)
              EXIT PARAGRAPH
           END-IF
      *    Image d'un article gele : gel de l'image elle-meme, ou
      *    dossier releve sur l'article dans FICHIER1 ou l'archive
           MOVE WS-JAV-IMAGE-AVANT  TO WS-ART-REC
           PERFORM TESTE-GEL-ARTICLE
           IF NOT WS-GELJ-RETENU
              AND WS-CLE-DOSSIER-GEL (WS-IDX-CLE) NOT = SPACE
              SET WS-GELJ-RETENU    TO TRUE
              MOVE ZERO             TO WS-GELJ-IDX-RETENU
              MOVE WS-CLE-DOSSIER-GEL (WS-IDX-CLE)
                                    TO WS-GELJ-DOSSIER-RETENU
           END-IF
           IF WS-GELJ-RETENU
              MOVE WS-IDX-FIC       TO WS-IDX-FIC-GEL
              PERFORM NOTE-CONSERVATION-GEL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO WS-JAV-IMG-CH2
           ADD 1 TO WS-FIC-NB-EFFACES (WS-IDX-FIC)
           SET WS-CONCERNE          TO TRUE
           .

      *==============================================================*
      * FIC-PAIE-BLOQUEES : beneficiaire des paiements bloques       *
      *==============================================================*
      *    Seule la derniere generation est reprise par FOREX056 ;
      *    les precedentes sortent du GDG a sa limite
       TRAITE-BLOCAGES.
           OPEN I-O FIC-PAIE-BLOQUEES
           IF WS-STATUS-PBLQ NOT = '00'
              SET WS-FIC-ABSENT (WS-F-PBLQ) TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC-PAIE-BLOQUEES
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 PERFORM EXAMINE-BLOCAGE
                 IF WS-CONCERNE
                    REWRITE PBLQ-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAIE-BLOQUEES
           .

      *    Blocage concerne : cle d'article de la table, ou
      *    contrepartie demandee (transaction nette, sans cle) -
      *    WS-CONCERNE demande le REWRITE
       EXAMINE-BLOCAGE.
           MOVE ZERO                TO WS-INDIC-CONCERNE
           IF PBLQ-BENEFICIAIRE = SPACE
              OR PBLQ-BENEFICIAIRE (1:10) = WS-PREFIXE-EFFACE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-DEM-RETENUE
           MOVE WS-NB-CLE           TO WS-IDX-CLE
           ADD 1                    TO WS-IDX-CLE
           IF PBLQ-CLE-ARTICLE NOT = SPACE
              MOVE PBLQ-CLE-ARTICLE TO WS-CLE-CHERCHEE
              PERFORM CHERCHE-CLE
              IF WS-IDX-CLE <= WS-NB-CLE
                 MOVE WS-CLE-DEMANDE (WS-IDX-CLE) TO WS-DEM-RETENUE
              END-IF
           END-IF
           IF WS-DEM-RETENUE = ZERO
              AND PBLQ-CODE-CTP NOT = SPACE
              MOVE PBLQ-CODE-CTP    TO WS-CTP-CHERCHE
              PERFORM CHERCHE-DEMANDE-CTP
              IF WS-IDX-DEM <= WS-NB-DEM
                 MOVE WS-IDX-DEM    TO WS-DEM-RETENUE
              END-IF
           END-IF
           IF WS-DEM-RETENUE = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEM-NB-TROUVES (WS-DEM-RETENUE)
           MOVE PBLQ-BENEFICIAIRE   TO WS-NOM-CHERCHE
           PERFORM AJOUTE-NOM
           IF WS-FIC-CONSERVE (WS-F-PBLQ)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-PBLQ)
              EXIT PARAGRAPH
           END-IF
      *    Blocage d'un article gele : gel du blocage lui-meme, ou
      *    dossier releve sur l'article dans FICHIER1 ou l'archive
           INITIALIZE WS-GELJ-DEMANDE
           MOVE PBLQ-CLE-ARTICLE    TO WS-GELJ-CLE
           MOVE PBLQ-CODE-CTP       TO WS-GELJ-CTP
           PERFORM TESTE-GEL-JURIDIQUE
           IF NOT WS-GELJ-RETENU
              AND WS-IDX-CLE <= WS-NB-CLE
              AND WS-CLE-DOSSIER-GEL (WS-IDX-CLE) NOT = SPACE
              SET WS-GELJ-RETENU    TO TRUE
              MOVE ZERO             TO WS-GELJ-IDX-RETENU
              MOVE WS-CLE-DOSSIER-GEL (WS-IDX-CLE)
                                    TO WS-GELJ-DOSSIER-RETENU
           END-IF
           IF WS-GELJ-RETENU
              MOVE WS-F-PBLQ        TO WS-IDX-FIC-GEL
              IF PBLQ-CLE-ARTICLE = SPACE
                 MOVE PBLQ-CODE-CTP TO WS-CLE-CHERCHEE
              END-IF
              PERFORM NOTE-CONSERVATION-GEL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-EFFACE       TO PBLQ-BENEFICIAIRE
           ADD 1 TO WS-FIC-NB-EFFACES (WS-F-PBLQ)
           SET WS-CONCERNE          TO TRUE
           .

      *==============================================================*
      * FIC-EVT-SORTANTS : evenements non encore distribues          *
      *==============================================================*
      *    Relue apres FERME-EVT-SORTANTS : les evenements X du run
      *    portent deja le nom de remplacement et ne sont pas touches
       TRAITE-EVENEMENTS.
           OPEN I-O FIC-EVT-SORTANTS
           IF WS-STATUS-EVTO NOT = '00'
              SET WS-FIC-ABSENT (WS-F-EVTO) TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC-EVT-SORTANTS
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 PERFORM EXAMINE-EVENEMENT
                 IF WS-CONCERNE
                    REWRITE EVT-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-EVT-SORTANTS
           .

      *    Evenement d'une cle concernee dont une image porte encore
      *    un nom (positions 1 a 20, FIC1-CH2) : nom remplace dans
      *    les deux images, WS-CONCERNE demande le REWRITE
       EXAMINE-EVENEMENT.
           MOVE ZERO                TO WS-INDIC-CONCERNE
           IF (EVT-AVANT (1:20) = SPACE
               OR EVT-AVANT (1:10) = WS-PREFIXE-EFFACE)
              AND (EVT-APRES (1:20) = SPACE
               OR EVT-APRES (1:10) = WS-PREFIXE-EFFACE)
              EXIT PARAGRAPH
           END-IF
           MOVE EVT-CLE             TO WS-CLE-CHERCHEE
           PERFORM CHERCHE-CLE
           IF WS-IDX-CLE > WS-NB-CLE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEM-NB-TROUVES (WS-CLE-DEMANDE (WS-IDX-CLE))
           IF EVT-AVANT (1:20) NOT = SPACE
              MOVE EVT-AVANT (1:20) TO WS-NOM-CHERCHE
              PERFORM AJOUTE-NOM
           END-IF
           IF EVT-APRES (1:20) NOT = SPACE
              MOVE EVT-APRES (1:20) TO WS-NOM-CHERCHE
              PERFORM AJOUTE-NOM
           END-IF
           IF WS-FIC-CONSERVE (WS-F-EVTO)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-EVTO)
              EXIT PARAGRAPH
           END-IF
      *    Gel : zones metier de l'image, ou dossier releve sur
      *    l'article dans FICHIER1 ou l'archive
           INITIALIZE WS-ART-REC
           MOVE EVT-CLE             TO WS-ART-CH1
           IF EVT-APRES NOT = SPACE
              MOVE EVT-APRES (21:50) TO WS-ART-ZONE-METIER
           ELSE
              MOVE EVT-AVANT (21:50) TO WS-ART-ZONE-METIER
           END-IF
           PERFORM TESTE-GEL-ARTICLE
           IF NOT WS-GELJ-RETENU
              AND WS-CLE-DOSSIER-GEL (WS-IDX-CLE) NOT = SPACE
              SET WS-GELJ-RETENU    TO TRUE
              MOVE ZERO             TO WS-GELJ-IDX-RETENU
              MOVE WS-CLE-DOSSIER-GEL (WS-IDX-CLE)
                                    TO WS-GELJ-DOSSIER-RETENU
           END-IF
           IF WS-GELJ-RETENU
              MOVE WS-F-EVTO        TO WS-IDX-FIC-GEL
              PERFORM NOTE-CONSERVATION-GEL
              EXIT PARAGRAPH
           END-IF
           IF EVT-AVANT (1:20) NOT = SPACE
              MOVE WS-NOM-EFFACE    TO EVT-AVANT (1:20)
           END-IF
           IF EVT-APRES (1:20) NOT = SPACE
              MOVE WS-NOM-EFFACE    TO EVT-APRES (1:20)
           END-IF
           ADD 1 TO WS-FIC-NB-EFFACES (WS-F-EVTO)
           SET WS-CONCERNE          TO TRUE
           .

      *==============================================================*
      * FIC1-AUDIT : conservee, lignes concernees comptees           *
      *==============================================================*
       COMPTE-PISTE-AUDIT.
           CLOSE FIC1-AUDIT
           OPEN INPUT FIC1-AUDIT
           IF WS-STATUS-AUDIT NOT = '00'
              SET WS-FIC-ABSENT (WS-F-AUDIT) TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC1-AUDIT
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 IF AUDIT-CH2 NOT = SPACE
                    AND AUDIT-CH2 (1:10) NOT = WS-PREFIXE-EFFACE
                    MOVE AUDIT-CLE  TO WS-CLE-CHERCHEE
                    PERFORM CHERCHE-CLE
                    IF WS-IDX-CLE <= WS-NB-CLE
                       ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-AUDIT)
                       ADD 1 TO WS-DEM-NB-TROUVES
                                (WS-CLE-DEMANDE (WS-IDX-CLE))
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-AUDIT
           .

      *==============================================================*
      * FIC-PAIEMENTS : conservees, instructions concernees comptees *
      *==============================================================*
      *    Toutes les generations (base GDG) : une instruction est
      *    concernee par sa contrepartie demandee, ou par son
      *    beneficiaire, nom d'un article efface ; le trailer de
      *    chaque generation est saute
       COMPTE-PAIEMENTS.
           OPEN INPUT FIC-PAIEMENTS
           IF WS-STATUS-PAIE NOT = '00'
              SET WS-FIC-ABSENT (WS-F-PAIE) TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC-PAIEMENTS
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 IF PAIE-REF (1:10) NOT = '*TRAILER**'
                    PERFORM EXAMINE-PAIEMENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-PAIEMENTS
           .

       EXAMINE-PAIEMENT.
           IF PAIE-CODE-CTP NOT = SPACE
              MOVE PAIE-CODE-CTP    TO WS-CTP-CHERCHE
              PERFORM CHERCHE-DEMANDE-CTP
              IF WS-IDX-DEM <= WS-NB-DEM
                 ADD 1 TO WS-DEM-NB-TROUVES (WS-IDX-DEM)
                 ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-PAIE)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF PAIE-BENEFICIAIRE = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE PAIE-BENEFICIAIRE   TO WS-NOM-CHERCHE
           PERFORM CHERCHE-NOM
           IF WS-IDX-NOM <= WS-NB-NOM
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-PAIE)
           END-IF
           .

      *==============================================================*
      * FIC-PSEUDO : entree du nom efface                            *
      *==============================================================*
      *    Un nom encore porte par un article non concerne (homonyme,
      *    ou fichier conserve) garde son pseudonyme : FOREX025 le
      *    retrouvera au prochain run
       TRAITE-PSEUDONYMES.
           IF WS-NB-NOM = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN I-O FIC-PSEUDO
           IF WS-STATUS-PSEU NOT = '00'
              SET WS-FIC-ABSENT (WS-F-PSEUDO) TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM REPERE-NOMS-PORTES
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL   WS-IDX-NOM > WS-NB-NOM
              MOVE WS-NOM-VALEUR (WS-IDX-NOM) TO PSEU-NOM
              READ FIC-PSEUDO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM EFFACE-PSEUDONYME
              END-READ
           END-PERFORM
           CLOSE FIC-PSEUDO
           .

       EFFACE-PSEUDONYME.
           IF WS-FIC-CONSERVE (WS-F-PSEUDO)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-PSEUDO)
              EXIT PARAGRAPH
           END-IF
           IF WS-NOM-PORTE (WS-IDX-NOM)
              ADD 1 TO WS-FIC-NB-CONSERVES (WS-F-PSEUDO)
              MOVE WS-MOTIF-NOM-PORTE TO WS-FIC-MOTIF (WS-F-PSEUDO)
              EXIT PARAGRAPH
           END-IF
           DELETE FIC-PSEUDO
              INVALID KEY
                 DISPLAY 'EFFACEMENT : DELETE impossible, '
                         'correspondance ' PSEU-NOM
              NOT INVALID KEY
                 ADD 1 TO WS-FIC-NB-EFFACES (WS-F-PSEUDO)
           END-DELETE
           .

      *    Relecture de FICHIER1 et de l'archive, apres effacement :
      *    tout nom de la table encore present y est porte par un
      *    autre article
       REPERE-NOMS-PORTES.
           OPEN INPUT FICHIER1
           MOVE WS-STATUS-FIC1      TO WS-FSTA-STATUT
           MOVE 'FICHIER1'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FICHIER1 NEXT
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 MOVE FIC1-CH2      TO WS-NOM-CHERCHE
                 PERFORM CHERCHE-NOM
                 IF WS-IDX-NOM <= WS-NB-NOM
                    SET WS-NOM-PORTE (WS-IDX-NOM) TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FICHIER1

           IF WS-FIC-ABSENT (WS-F-ARCHIVE)
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIC1-ARCHIVE
           IF WS-STATUS-ARCH NOT = '00'
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                TO WS-INDIC-FIN-FIC
           PERFORM UNTIL WS-FIN-FIC
              READ FIC1-ARCHIVE NEXT
               AT END
                 SET WS-FIN-FIC     TO TRUE
               NOT AT END
                 MOVE ARCH-CH2      TO WS-NOM-CHERCHE
                 PERFORM CHERCHE-NOM
                 IF WS-IDX-NOM <= WS-NB-NOM
                    SET WS-NOM-PORTE (WS-IDX-NOM) TO TRUE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC1-ARCHIVE
           .

      *==============================================================*
      * CERTIFICAT D'EFFACEMENT                                      *
      *==============================================================*
       EDITE-CERTIFICAT.
           MOVE SPACES              TO WS-LIGNE-CERT
           STRING 'FOREX080  CERTIFICAT D''EFFACEMENT DU '
                  WS-DHS-ANNEE '-' WS-DHS-MOIS '-' WS-DHS-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT
           MOVE SPACES              TO WS-LIGNE-CERT
           STRING '  NOM DE REMPLACEMENT : ' WS-NOM-EFFACE
                  DELIMITED BY SIZE INTO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT
           MOVE SPACES              TO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT
           MOVE 'DEMANDES (A = ARTICLE, C = CONTREPARTIE)'
                                    TO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT

           PERFORM VARYING WS-IDX-DEM FROM 1 BY 1
                   UNTIL   WS-IDX-DEM > WS-NB-DEM
              MOVE SPACES           TO WS-LIGNE-CERT
              IF WS-DEM-TYPE (WS-IDX-DEM) NOT = 'A'
                 AND WS-DEM-TYPE (WS-IDX-DEM) NOT = 'C'
                 OR WS-DEM-VALEUR (WS-IDX-DEM) = SPACE
                 ADD 1              TO WS-NB-DEMANDES-VIDES
                 STRING '  ' WS-DEM-TYPE (WS-IDX-DEM) ' '
                        WS-DEM-VALEUR (WS-IDX-DEM) ' '
                        WS-DEM-REFERENCE (WS-IDX-DEM)
                        ' DEMANDE INVALIDE'
                        DELIMITED BY SIZE INTO WS-LIGNE-CERT
              ELSE
                 IF WS-DEM-NB-TROUVES (WS-IDX-DEM) = ZERO
                    ADD 1           TO WS-NB-DEMANDES-VIDES
                    STRING '  ' WS-DEM-TYPE (WS-IDX-DEM) ' '
                           WS-DEM-VALEUR (WS-IDX-DEM) ' '
                           WS-DEM-REFERENCE (WS-IDX-DEM)
                           ' AUCUNE DONNEE TROUVEE'
                           DELIMITED BY SIZE INTO WS-LIGNE-CERT
                 ELSE
                    MOVE WS-DEM-NB-TROUVES (WS-IDX-DEM) TO WS-NB-EDT
                    STRING '  ' WS-DEM-TYPE (WS-IDX-DEM) ' '
                           WS-DEM-VALEUR (WS-IDX-DEM) ' '
                           WS-DEM-REFERENCE (WS-IDX-DEM)
                           ' ENREG. ' WS-NB-EDT
                           DELIMITED BY SIZE INTO WS-LIGNE-CERT
                 END-IF
              END-IF
              WRITE CEFF-REC FROM WS-LIGNE-CERT
           END-PERFORM

           MOVE SPACES              TO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT
           MOVE 'FICHIER        EFFACES      CONSERVES'
                                    TO WS-LIGNE-CERT
           WRITE CEFF-REC FROM WS-LIGNE-CERT
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL   WS-IDX-FIC > WS-NB-FIC
              MOVE WS-FIC-NB-EFFACES (WS-IDX-FIC)   TO WS-NB-EDT
              MOVE WS-FIC-NB-CONSERVES (WS-IDX-FIC) TO WS-NB-EDT2
              MOVE SPACES           TO WS-LIGNE-CERT
              STRING WS-FIC-NOM (WS-IDX-FIC) ' ' WS-NB-EDT ' '
                     WS-NB-EDT2
                     DELIMITED BY SIZE INTO WS-LIGNE-CERT
              WRITE CEFF-REC FROM WS-LIGNE-CERT
              MOVE SPACES           TO WS-LIGNE-CERT
              EVALUATE TRUE
                 WHEN WS-FIC-ABSENT (WS-IDX-FIC)
                    MOVE '         FICHIER ABSENT DU RUN'
                                    TO WS-LIGNE-CERT
                 WHEN WS-FIC-CONSERVE (WS-IDX-FIC)
                    OR WS-FIC-NB-CONSERVES (WS-IDX-FIC) > ZERO
                    STRING '         CONSERVE - '
                           WS-FIC-MOTIF (WS-IDX-FIC)
                           DELIMITED BY SIZE INTO WS-LIGNE-CERT
              END-EVALUATE
              IF WS-LIGNE-CERT NOT = SPACE
                 WRITE CEFF-REC FROM WS-LIGNE-CERT
              END-IF
           END-PERFORM

      *    Enregistrements conserves sous gel juridique, par gel
           IF WS-NB-GELES > ZERO
              MOVE SPACES           TO WS-LIGNE-CERT
              WRITE CEFF-REC FROM WS-LIGNE-CERT
              MOVE WS-NB-GELES      TO WS-NB-EDT
              STRING 'CONSERVES SOUS GEL JURIDIQUE : ' WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-CERT
              WRITE CEFF-REC FROM WS-LIGNE-CERT
              PERFORM VARYING WS-GELJ-IDX FROM 1 BY 1
                      UNTIL   WS-GELJ-IDX > WS-GELJ-NB
                 IF WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX) > ZERO
                    MOVE WS-GELJ-T-NB-RETENUS (WS-GELJ-IDX)
                                    TO WS-NB-EDT
                    MOVE SPACES     TO WS-LIGNE-CERT
                    STRING '  DOSSIER '
                           WS-GELJ-T-DOSSIER (WS-GELJ-IDX) ' '
                           WS-GELJ-T-TYPE (WS-GELJ-IDX) ' '
                           WS-GELJ-T-VALEUR (WS-GELJ-IDX) ' ENREG. '
                           WS-NB-EDT
                           DELIMITED BY SIZE INTO WS-LIGNE-CERT
                    WRITE CEFF-REC FROM WS-LIGNE-CERT
                 END-IF
              END-PERFORM
           END-IF
           .

      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Scellement chaine de la piste d'audit FIC1-AUDIT
           COPY SCLP.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Registre des gels juridiques
           COPY GELJP.
      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.
      *    Fil consolide des alertes operateur
           COPY ALRTP.
      *    Boite d'evenements de FICHIER1
           COPY EVTP.

      * Fin du pgm
       FIN.
           PERFORM EDITE-CERTIFICAT
           CLOSE FIC-CERTIFICAT

           IF WS-NB-DEMANDES-VIDES > ZERO
              OR WS-GELJ-NB-REJETES > ZERO
              IF WS-RC-RUN < 4
                 MOVE 4             TO WS-RC-RUN
              END-IF
           END-IF

           DISPLAY 'Effacement des donnees personnelles termine'
           MOVE WS-NB-DEM           TO WS-NB-EDT
           DISPLAY 'DEMANDES         = ' WS-NB-EDT
           MOVE WS-NB-DEMANDES-VIDES TO WS-NB-EDT
           DISPLAY 'SANS DONNEE      = ' WS-NB-EDT
           MOVE WS-NB-CLE           TO WS-NB-EDT
           DISPLAY 'ARTICLES VISES   = ' WS-NB-EDT
           MOVE WS-NB-GELES         TO WS-NB-EDT
           DISPLAY 'CONSERVES (GEL)  = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-DEFF'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-DEFF      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-DEMANDES-LUES TO WS-JSUM-FIC-LUS
           MOVE ZERO                TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-DEMANDES-VIDES TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FICHIER1'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-FIC1      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ARTICLES-LUS  TO WS-JSUM-FIC-LUS
           MOVE WS-FIC-NB-EFFACES (WS-F-FICHIER1)
                                    TO WS-JSUM-FIC-ECRITS
           MOVE ZERO                TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
