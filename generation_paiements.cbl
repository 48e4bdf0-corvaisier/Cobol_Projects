      *     et la banque peuvent verifier                            *
      *   - Le bordereau de remise FIC-RAPPORT-REMISES donne au      *
      *     back-office une ligne par pays (nombre, total)           *
      *   - Chaque instruction porte le compte du beneficiaire       *
      *     (IBAN, BIC, titulaire) lu au referentiel                 *
      *     FIC-COMPTES-BANC de FOREX069 par le FIC1-CODE-CTP de     *
      *     l'article d'origine. Une transaction sans compte         *
      *     valide (code contrepartie a blanc, compte absent,        *
      *     suspendu ou hors de sa periode de validite a la date de  *
      *     valeur) n'est PAS payee : elle part, avec son motif,     *
      *     dans le fichier des paiements retenus FIC-PAIE-RETENUES  *
      *     et sur la liste FIC-RAPPORT-RETENUES - la banque ne      *
      *     recoit plus d'instruction inexecutable                   *
      *   - En production, FIC-TRANSACTIONS est le fichier des       *
      *     transactions nettes de la compensation FOREX070 : une    *
      *     transaction nette n'a pas de trace, son beneficiaire     *
      *     est le nom de la contrepartie TRANS-CODE-CTP au          *
      *     referentiel FIC-CONTREPARTIES                            *
      *   - La date de valeur suit la convention de reglement de la  *
      *     devise (FIC-PARAM-REGLEMENT : delai en jours ouvres,     *
      *     heure limite, juridiction des feries) et le calendrier   *
      *     de la place, par le service FOREX043 (fonction S) : une  *
      *     date de valeur ne tombe plus un jour ferme, ni avant le  *
      *     delai de la devise. Une instruction emise apres l'heure  *
      *     limite passe au cycle suivant et est listee au bordereau *
      *   - Le montant paye est arrondi par le service FOREX089 aux  *
      *     decimales de la devise de paiement (usage reglement) :   *
      *     un paiement JPY ne part plus avec des centimes. Le       *
      *     trailer et le bordereau totalisent les montants payes,   *
      *     les residus d'arrondi vont au rapport FIC-RESIDUS        *
      *   - Une contrepartie a risque eleve dont la revue KYC est    *
      *     echue (dossier FIC-KYC de FOREX094) n'est pas payee :    *
      *     la transaction part, motif 'REVUE KYC ECHUE', dans le    *
      *     fichier des paiements bloques FIC-PAIE-BLOQUEES et sur   *
      *     la liste des retenues. Les blocages du run precedent     *
      *     (FIC-BLOQUEES-PREC) sont repris en debut de run : payes  *
      *     des que la revue est enregistree, sinon reportes avec    *
      *     leur date de blocage d'origine. Sans FIC-KYC, aucun      *
      *     blocage                                                  *
      *   - Un article sous litige ouvert (registre FIC-LITIGES de   *
      *     FOREX100) n'est pas paye non plus : motif 'ARTICLE EN    *
      *     LITIGE', meme fichier des blocages, qui porte desormais  *
      *     la cle de l'article pour la reprise - le paiement part   *
      *     au premier run qui suit la resolution du litige. Sans    *
      *     FIC-LITIGES, aucun blocage pour litige                   *
      *   - Les retenues du run precedent (FIC-RETENUES-PREC) sont   *
      *     reprises en debut de run comme les blocages : la         *
      *     retenue porte la cle de l'article d'origine, relu pour   *
      *     retrouver beneficiaire et contrepartie. Payee des que    *
      *     le compte est regularise, sinon retenue a nouveau. Un    *
      *     article disparu reste retenu avec son motif d'origine    *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ACCESS MODE is RANDOM
                     RECORD KEY is FIC1-CH1
                     FILE STATUS is WS-STATUS-FIC1.
      * Referentiel des contreparties, pour les transactions nettes
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Referentiel des comptes bancaires (FOREX069), lecture
      *   directe par code contrepartie
           SELECT FIC-COMPTES-BANC
                     ASSIGN to FICCPTB
                     ORGANIZATION is INDEXED
                     ACCESS MODE is RANDOM
                     RECORD KEY is CPTB-CODE-CTP
                     FILE STATUS is WS-STATUS-CPTB.
      *    FIC-PAIEMENTS : instructions a destination de la banque
           COPY PAIES.
      * Transactions retenues faute de compte valide
           SELECT FIC-PAIE-RETENUES
                     ASSIGN to FICPRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRET.
      * Transactions retenues du run precedent (generation
      *   anterieure, facultative), reprises en debut de run
           SELECT FIC-RETENUES-PREC
                     ASSIGN to FICPRETE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRTP.
      * Liste des transactions retenues, pour le back-office
           SELECT FIC-RAPPORT-RETENUES
                     ASSIGN to FICRRET
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-RRET.
      *    FIC-KYC : dossiers KYC des contreparties (facultatif)
           COPY KYCS.
      *    FIC-LITIGES : registre des litiges (facultatif)
           COPY LITGS.
      * Paiements bloques pour revue KYC echue, du run et du run
      *   precedent (generation anterieure, facultative)
           SELECT FIC-PAIE-BLOQUEES
                     ASSIGN to FICPBLQ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PBLQ.
           SELECT FIC-BLOQUEES-PREC
                     ASSIGN to FICPBLQE
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PBLP.
      * Regles de reglement par devise (facultatif : sans lui, date
      *   de valeur au premier jour ouvre, sans heure limite)
           SELECT FIC-PARAM-REGLEMENT
                     ASSIGN to FICPRGL
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-PRGL.
      * Bordereau de remise par pays, pour le back-office
           SELECT FIC-RAPPORT-REMISES
                     ASSIGN to FICRREM
       FD  FICHIER1.
           COPY FIC1REC.

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

      * Compte bancaire : dessin partage avec FOREX069 (CPTBREC)
       FD  FIC-COMPTES-BANC.
           COPY CPTBREC.

      * Instruction de paiement a format fixe - le trailer final
      * porte la marque reservee, le nombre d'instructions et le
      * total de hachage des montants
           COPY PAIE.

      * Transaction retenue : motif, contrepartie, transaction
      * telle que recue et cle de l'article d'origine (a blanc
      * pour une transaction nette), pour la reprendre au run
      * suivant une fois le compte regularise
       FD  FIC-PAIE-RETENUES.
       01  PRET-REC.
         10 PRET-MOTIF         PIC X(20).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PRET-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PRET-TRANSACTION   PIC X(80).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PRET-CLE-ARTICLE   PIC X(10).
         10 FILLER             PIC X(01)  VALUE SPACE.

      * Transactions retenues du run precedent : meme dessin
       FD  FIC-RETENUES-PREC.
       01  PRTP-REC.
         10 PRTP-MOTIF         PIC X(20).
         10 FILLER             PIC X(01).
         10 PRTP-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 PRTP-TRANSACTION   PIC X(80).
         10 FILLER             PIC X(01).
         10 PRTP-CLE-ARTICLE   PIC X(10).
         10 FILLER             PIC X(01).

      * Paiement bloque : motif, contrepartie, transaction telle
      * que recue, beneficiaire deja resolu (les traces du run
      * d'origine ne sont plus disponibles a la reprise), date du
      * premier blocage et cle de l'article d'origine (a blanc pour
      * une transaction nette)
       FD  FIC-PAIE-BLOQUEES.
       01  PBLQ-REC.
         10 PBLQ-MOTIF         PIC X(20).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PBLQ-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PBLQ-TRANSACTION   PIC X(80).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PBLQ-BENEFICIAIRE  PIC X(20).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PBLQ-DATE-BLOCAGE  PIC 9(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 PBLQ-CLE-ARTICLE   PIC X(10).
         10 FILLER             PIC X(01)  VALUE SPACE.

      * Paiements bloques du run precedent : meme dessin
       FD  FIC-BLOQUEES-PREC.
       01  PBLP-REC.
         10 PBLP-MOTIF         PIC X(20).
         10 FILLER             PIC X(01).
         10 PBLP-CODE-CTP      PIC X(06).
         10 FILLER             PIC X(01).
         10 PBLP-TRANSACTION   PIC X(80).
         10 FILLER             PIC X(01).
         10 PBLP-BENEFICIAIRE  PIC X(20).
         10 FILLER             PIC X(01).
         10 PBLP-DATE-BLOCAGE  PIC 9(08).
         10 FILLER             PIC X(01).
         10 PBLP-CLE-ARTICLE   PIC X(10).
         10 FILLER             PIC X(01).

           COPY KYC.

           COPY LITG.

       FD  FIC-RAPPORT-RETENUES.
       01  RRET-REC             PIC X(80).

      * Regle de reglement : devise ('***' = regle par defaut),
      * delai en jours ouvres (T+n), heure limite HHMM (zero = sans)
      * et juridiction des feries dans FIC-CALENDRIER
       FD  FIC-PARAM-REGLEMENT.
       01  PRGL-REC.
         10 PRGL-DEVISE        PIC X(03).
         10 FILLER             PIC X(01).
         10 PRGL-DELAI         PIC 9(01).
         10 FILLER             PIC X(01).
         10 PRGL-HEURE-LIMITE  PIC 9(04).
         10 FILLER             PIC X(01).
         10 PRGL-JURIDICTION   PIC X(03).
         10 FILLER             PIC X(66).

       FD  FIC-RAPPORT-REMISES.
       01  RREM-REC             PIC X(80).
           02  WS-STATUS-FIC1       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PAIE       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-RREM       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CPTB       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PRGL       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PRGL    PIC 9      VALUE ZERO.
               88 WS-FIN-PRGL                  VALUE 1.
           02  WS-STATUS-PRET       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PRTP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PRTP    PIC 9      VALUE ZERO.
               88 WS-FIN-PRTP                  VALUE 1.
           02  WS-STATUS-RRET       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PBLQ       PIC 9(02)  VALUE ZERO.
           02  WS-STATUS-PBLP       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-PBLP    PIC 9      VALUE ZERO.
               88 WS-FIN-PBLP                  VALUE 1.
           02  WS-INDIC-KYC-OUVERT  PIC 9      VALUE ZERO.
               88 WS-KYC-OUVERT                VALUE 1.
           02  WS-INDIC-LITG-OUVERT PIC 9      VALUE ZERO.
               88 WS-LITG-OUVERT               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-TRANS-LUES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-PAIEMENTS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-SOURCE    PIC S9(9)  VALUE ZERO.
           02  WS-NB-RETENUES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-APRES-LIMITE   PIC S9(9)  VALUE ZERO.
           02  WS-NB-BLOQUEES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-BLOQUEES-LITIGE PIC S9(9) VALUE ZERO.
           02  WS-NB-REPRISES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-LIBEREES       PIC S9(9)  VALUE ZERO.
           02  WS-NB-RET-REPRISES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-RET-PAYEES     PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.
       01  WS-INDIC-TRC-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-TRACE-TROUVEE                 VALUE 1.
       01  WS-BENEFICIAIRE          PIC X(20)  VALUE SPACE.
       01  WS-CODE-CTP              PIC X(06)  VALUE SPACE.
       01  WS-CLE-ARTICLE           PIC X(10)  VALUE SPACE.

      *    Compte du beneficiaire et motif de retenue de la
      *    transaction courante (blanc = compte valide, payable)
       01  WS-DATE-VALEUR           PIC 9(08)  VALUE ZERO.
       01  WS-INDIC-APRES-LIMITE    PIC 9      VALUE ZERO.
           88 WS-APRES-LIMITE                  VALUE 1.
       01  WS-MOTIF-RETENUE         PIC X(20)  VALUE SPACE.
       01  WS-TOTAL-RETENU          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Blocage KYC de la transaction courante et date de son
      *    premier blocage (jour du run, ou date d'origine a la
      *    reprise d'un blocage precedent)
       01  WS-INDIC-KYC-BLOQUE      PIC 9      VALUE ZERO.
           88 WS-KYC-BLOQUE                    VALUE 1.
      *    Blocage de la transaction courante pour litige ouvert
      *    sur l'article d'origine
       01  WS-INDIC-LITIGE-BLOQUE   PIC 9      VALUE ZERO.
           88 WS-LITIGE-BLOQUE                 VALUE 1.
       01  WS-DATE-BLOCAGE          PIC 9(08)  VALUE ZERO.
       01  WS-TOTAL-BLOQUE          PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    Trailer de controle de FIC-TRANSACTIONS (FOREX009) :
      *    comptage et hachage attendus contre le reellement lu
           02  WS-TRL-NB            PIC 9(09).
           02  FILLER               PIC X(01)  VALUE SPACE.
           02  WS-TRL-HASH          PIC 9(13)V99.
           02  FILLER               PIC X(165) VALUE SPACE.
       01  WS-HASH-MONTANTS         PIC 9(13)V99 VALUE ZERO.

      *    Bordereau de remise par pays
       01  WS-INDIC-REM-TROUVE      PIC 9      VALUE ZERO.
           88 WS-REM-TROUVE                    VALUE 1.

      *    Regles de reglement par devise, chargees en INIT - la
      *    regle '***' (ou a defaut T+0, sans heure limite, toutes
      *    juridictions) couvre les devises absentes
       01  WS-NB-REGLES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-REGLES.
           02  WS-RGL-ENTREE OCCURS 50.
               05 WS-RGL-DEVISE     PIC X(03).
               05 WS-RGL-DELAI      PIC 9(01).
               05 WS-RGL-HEURE-LIMITE PIC 9(04).
               05 WS-RGL-JURIDICTION PIC X(03).
       01  WS-IDX-RGL               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-INDIC-RGL-TROUVEE     PIC 9      VALUE ZERO.
           88 WS-RGL-TROUVEE                   VALUE 1.
       01  WS-REGLE-DEFAUT.
           02  WS-RGLD-DELAI        PIC 9(01)  VALUE ZERO.
           02  WS-RGLD-HEURE-LIMITE PIC 9(04)  VALUE ZERO.
           02  WS-RGLD-JURIDICTION  PIC X(03)  VALUE '***'.
       01  WS-REGLE-COURANTE.
           02  WS-RGLC-DELAI        PIC 9(01)  VALUE ZERO.
           02  WS-RGLC-HEURE-LIMITE PIC 9(04)  VALUE ZERO.
           02  WS-RGLC-JURIDICTION  PIC X(03)  VALUE SPACE.
       01  WS-DEVISE-PAIEMENT       PIC X(03)  VALUE SPACE.
       01  WS-HEURE-RUN             PIC 9(04)  VALUE ZERO.
       01  WS-IDX-DELAI             PIC S9(4) COMP SYNC VALUE ZERO.

      *    Instructions passees au cycle suivant (heure limite
      *    depassee), pour la liste du bordereau
       01  WS-NB-REPORTS-CYCLE      PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-REPORTS-CYCLE.
           02  WS-RCY-ENTREE OCCURS 1000.
               05 WS-RCY-REF        PIC X(16).
               05 WS-RCY-DEVISE     PIC X(03).
               05 WS-RCY-HEURE-LIMITE PIC 9(04).
               05 WS-RCY-DATE-VALEUR PIC 9(08).
       01  WS-IDX-RCY               PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-HEURE-EDT             PIC 99B99.

      *    Zones d'appel du service calendrier FOREX043
       77  WS-CALL-FOREX043         PIC X(10)  VALUE 'FOREX043'.
       01  WS-CAL-FONCTION          PIC X(01)  VALUE SPACE.
       01  WS-CAL-JURIDICTION       PIC X(03)  VALUE '***'.
       01  WS-CAL-DATE-1            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-2            PIC 9(08)  VALUE ZERO.
       01  WS-CAL-DATE-RES          PIC 9(08)  VALUE ZERO.
       01  WS-CAL-NB-JOURS          PIC S9(05) VALUE ZERO.
       01  WS-CAL-OUVRE             PIC X(01)  VALUE SPACE.
       01  WS-CAL-STATUT            PIC 9      VALUE ZERO.
           88 WS-CAL-OK                        VALUE 1.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Zones d'appel du service d'arrondi par devise
           COPY ARRW.
      *    Statut du dossier KYC
           COPY KYCW.
      *    Statut du registre des litiges
           COPY LITGW.

      *    Date et heure systeme : date d'instruction, heure
      *    comparee a l'heure limite de la devise
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE          PIC 9(08).
           02  WS-DHS-HEURE         PIC 9(02).
           02  WS-DHS-MINUTE        PIC 9(02).
           02  FILLER               PIC X(09).
      *
      *==============================================================*
      * PROCEDURE                                                    *
             UNTIL WS-FIN-TRANS
           PERFORM ECRIT-TRAILER-PAIEMENTS
           PERFORM ECRIT-BORDEREAU
           PERFORM ECRIT-FIN-RETENUES
           PERFORM FIN            *> Fin du programme
           .

      *    Resume de fin de job standardise
           MOVE 'FOREX056'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX056'  TO WS-ARR-PROGRAMME

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           COMPUTE WS-HEURE-RUN = WS-DHS-HEURE * 100 + WS-DHS-MINUTE

           PERFORM CHARGE-TRACES
           PERFORM CHARGE-REGLES

           OPEN INPUT FIC-TRANSACTIONS
           MOVE WS-STATUS-TRANS     TO WS-FSTA-STATUT
           MOVE 'FIC-RREM'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-CONTREPARTIES
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN INPUT FIC-COMPTES-BANC
           MOVE WS-STATUS-CPTB      TO WS-FSTA-STATUT
           MOVE 'FIC-CPTB'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-PAIE-RETENUES
           MOVE WS-STATUS-PRET      TO WS-FSTA-STATUT
           MOVE 'FIC-PRET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-RAPPORT-RETENUES
           MOVE WS-STATUS-RRET      TO WS-FSTA-STATUT
           MOVE 'FIC-RRET'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

           OPEN OUTPUT FIC-PAIE-BLOQUEES
           MOVE WS-STATUS-PBLQ      TO WS-FSTA-STATUT
           MOVE 'FIC-PBLQ'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT

      *    Dossiers KYC facultatifs : absents, aucun blocage
           OPEN INPUT FIC-KYC
           IF WS-STATUS-KYC = '00'
              SET WS-KYC-OUVERT     TO TRUE
           ELSE
              DISPLAY 'FOREX056 : FIC-KYC absent, pas de blocage '
                      'sur revue KYC echue'
           END-IF

      *    Registre des litiges facultatif : absent, aucun blocage
           OPEN INPUT FIC-LITIGES
           IF WS-STATUS-LITG = '00'
              SET WS-LITG-OUVERT    TO TRUE
           ELSE
              DISPLAY 'FOREX056 : FIC-LITIGES absent, pas de blocage '
                      'sur litige'
           END-IF

           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'FOREX056  TRANSACTIONS RETENUES (COMPTE) OU '
                  'BLOQUEES (REVUE KYC, LITIGE)'
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRET-REC FROM WS-LIGNE-RAPPORT

           PERFORM REPREND-BLOCAGES
           PERFORM REPREND-RETENUES

           PERFORM LIT-TRANSACTION
           .

           CLOSE FIC-TRACE-REFS
           .

      *    Regles de reglement par devise - fichier absent : regle
      *    par defaut pour toutes les devises
       CHARGE-REGLES.
           OPEN INPUT FIC-PARAM-REGLEMENT
           IF WS-STATUS-PRGL NOT = '00'
              DISPLAY 'FOREX056 : FIC-PARAM-REGLEMENT absent, '
                      'dates de valeur au premier jour ouvre'
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-REGLE
             UNTIL WS-FIN-PRGL
           CLOSE FIC-PARAM-REGLEMENT
           .

       LIT-REGLE.
           READ FIC-PARAM-REGLEMENT
            AT END
              SET WS-FIN-PRGL      TO TRUE
            NOT AT END
              EVALUATE TRUE
                 WHEN PRGL-DELAI NOT NUMERIC
                   OR PRGL-HEURE-LIMITE NOT NUMERIC
                    DISPLAY 'FOREX056 : regle de reglement ignoree '
                            '(non numerique), devise ' PRGL-DEVISE
                 WHEN PRGL-DEVISE = '***'
                    MOVE PRGL-DELAI        TO WS-RGLD-DELAI
                    MOVE PRGL-HEURE-LIMITE TO WS-RGLD-HEURE-LIMITE
                    IF PRGL-JURIDICTION NOT = SPACE
                       MOVE PRGL-JURIDICTION TO WS-RGLD-JURIDICTION
                    END-IF
                 WHEN WS-NB-REGLES >= 50
                    DISPLAY 'FOREX056 : table des regles pleine, '
                            'devise ' PRGL-DEVISE ' ignoree'
                 WHEN OTHER
                    ADD 1                  TO WS-NB-REGLES
                    MOVE PRGL-DEVISE
                      TO WS-RGL-DEVISE (WS-NB-REGLES)
                    MOVE PRGL-DELAI
                      TO WS-RGL-DELAI (WS-NB-REGLES)
                    MOVE PRGL-HEURE-LIMITE
                      TO WS-RGL-HEURE-LIMITE (WS-NB-REGLES)
                    IF PRGL-JURIDICTION = SPACE
                       MOVE '***'
                         TO WS-RGL-JURIDICTION (WS-NB-REGLES)
                    ELSE
                       MOVE PRGL-JURIDICTION
                         TO WS-RGL-JURIDICTION (WS-NB-REGLES)
                    END-IF
              END-EVALUATE
           END-READ
           .

       LIT-TRACE.
           READ FIC-TRACE-REFS
            AT END
      *    Une instruction par transaction : le beneficiaire vient
      *    de l'article d'origine, retrouve par la reference - une
      *    transaction sans trace ni article est comptee et sautee,
      *    jamais payee a l'aveugle ; une transaction sans compte
      *    valide est retenue avec son motif
       TRAITEMENT.
           PERFORM RESOUT-BENEFICIAIRE
           IF WS-BENEFICIAIRE = SPACE
              DISPLAY 'PAIEMENT SAUTE : source introuvable, ref '
                      TRANS-REF
           ELSE
              MOVE WS-DHS-DATE      TO WS-DATE-BLOCAGE
              PERFORM TRAITE-TRANSACTION
           END-IF
           PERFORM LIT-TRANSACTION
           .

      *    Transaction au beneficiaire resolu : bloquee si la revue
      *    KYC de la contrepartie a risque eleve est echue ou si
      *    l'article d'origine est en litige, sinon payee ou
      *    retenue selon son compte
       TRAITE-TRANSACTION.
           MOVE ZERO                TO WS-INDIC-LITIGE-BLOQUE
           PERFORM CONTROLE-KYC
           IF NOT WS-KYC-BLOQUE
              PERFORM CONTROLE-LITIGE
           END-IF
           IF WS-KYC-BLOQUE OR WS-LITIGE-BLOQUE
              PERFORM ECRIT-BLOCAGE
           ELSE
              PERFORM DETERMINE-DATE-VALEUR
              PERFORM RESOUT-COMPTE
              IF WS-MOTIF-RETENUE = SPACE
                 PERFORM ECRIT-PAIEMENT
              ELSE
                 PERFORM ECRIT-RETENUE
              END-IF
           END-IF
           .

      *    Blocages du run precedent, repris avant les transactions
      *    du jour : la revue enregistree ou le litige resolu depuis
      *    les libere, les autres repartent bloques avec leur date
      *    d'origine. Hors comptage du trailer amont (deja
      *    controles a leur run)
       REPREND-BLOCAGES.
           OPEN INPUT FIC-BLOQUEES-PREC
           IF WS-STATUS-PBLP NOT = '00'
              DISPLAY 'FOREX056 : FIC-BLOQUEES-PREC absent, pas de '
                      'blocage KYC a reprendre'
              EXIT PARAGRAPH
           END-IF
           PERFORM REPREND-BLOCAGE
             UNTIL WS-FIN-PBLP
           CLOSE FIC-BLOQUEES-PREC
           .

       REPREND-BLOCAGE.
           READ FIC-BLOQUEES-PREC
            AT END
              SET WS-FIN-PBLP      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-REPRISES
              MOVE PBLP-TRANSACTION  TO TRANS-REC
              MOVE PBLP-CODE-CTP     TO WS-CODE-CTP
              MOVE PBLP-BENEFICIAIRE TO WS-BENEFICIAIRE
              MOVE PBLP-DATE-BLOCAGE TO WS-DATE-BLOCAGE
              MOVE PBLP-CLE-ARTICLE  TO WS-CLE-ARTICLE
              PERFORM TRAITE-TRANSACTION
              IF NOT WS-KYC-BLOQUE AND NOT WS-LITIGE-BLOQUE
                 ADD 1             TO WS-NB-LIBEREES
              END-IF
           END-READ
           .

      *    Retenues du run precedent, reprises apres les blocages :
      *    l'article d'origine est relu par sa cle (ses traces ne
      *    sont plus la), la transaction nette retrouve sa
      *    contrepartie. Un compte regularise depuis la libere, les
      *    autres repartent retenues. Hors comptage du trailer
      *    amont, comme les blocages
       REPREND-RETENUES.
           OPEN INPUT FIC-RETENUES-PREC
           IF WS-STATUS-PRTP NOT = '00'
              DISPLAY 'FOREX056 : FIC-RETENUES-PREC absent, pas de '
                      'retenue a reprendre'
              EXIT PARAGRAPH
           END-IF
           PERFORM REPREND-RETENUE
             UNTIL WS-FIN-PRTP
           CLOSE FIC-RETENUES-PREC
           .

       REPREND-RETENUE.
           READ FIC-RETENUES-PREC
            AT END
              SET WS-FIN-PRTP      TO TRUE
            NOT AT END
              ADD 1                TO WS-NB-RET-REPRISES
              MOVE PRTP-TRANSACTION  TO TRANS-REC
              PERFORM RESOUT-RETENUE
              IF WS-BENEFICIAIRE = SPACE
      *          Article ou contrepartie disparu : la retenue
      *          repart telle quelle, avec son motif d'origine
                 MOVE PRTP-MOTIF       TO WS-MOTIF-RETENUE
                 MOVE PRTP-CODE-CTP    TO WS-CODE-CTP
                 MOVE PRTP-CLE-ARTICLE TO WS-CLE-ARTICLE
                 PERFORM ECRIT-RETENUE
              ELSE
                 MOVE WS-DHS-DATE      TO WS-DATE-BLOCAGE
                 PERFORM TRAITE-TRANSACTION
                 IF NOT WS-KYC-BLOQUE AND NOT WS-LITIGE-BLOQUE
                    AND WS-MOTIF-RETENUE = SPACE
                    ADD 1          TO WS-NB-RET-PAYEES
                 END-IF
              END-IF
           END-READ
           .

      *    Beneficiaire d'une retenue reprise : l'article d'origine
      *    relu par sa cle, sinon (transaction nette, retenue d'une
      *    generation sans cle) la resolution ordinaire
       RESOUT-RETENUE.
           IF PRTP-CLE-ARTICLE = SPACE
              PERFORM RESOUT-BENEFICIAIRE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE               TO WS-BENEFICIAIRE
           MOVE SPACE               TO WS-CODE-CTP
           MOVE SPACE               TO WS-CLE-ARTICLE
           MOVE PRTP-CLE-ARTICLE    TO FIC1-CH1
           READ FICHIER1
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FIC1-CH2      TO WS-BENEFICIAIRE
                 MOVE FIC1-CODE-CTP TO WS-CODE-CTP
                 MOVE FIC1-CH1      TO WS-CLE-ARTICLE
           END-READ
           .

      *    Revue KYC echue d'une contrepartie a risque eleve : le
      *    paiement attend l'enregistrement de la revue (FOREX094).
      *    Sans dossier, pas de blocage - l'echeancier FOREX095
      *    liste les contreparties sans dossier
       CONTROLE-KYC.
           MOVE ZERO                TO WS-INDIC-KYC-BLOQUE
           IF NOT WS-KYC-OUVERT OR WS-CODE-CTP = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-CTP         TO KYC-CODE-CTP
           READ FIC-KYC
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF KYC-RISQUE-ELEVE
              AND KYC-DATE-ECHEANCE < WS-DHS-DATE
              SET WS-KYC-BLOQUE     TO TRUE
              MOVE 'REVUE KYC ECHUE' TO WS-MOTIF-RETENUE
           END-IF
           .

      *    Litige ouvert sur l'article d'origine : le paiement
      *    attend la resolution (FOREX100). Une transaction nette
      *    (sans article d'origine) n'en contient aucun : FOREX070
      *    ecarte de la compensation les articles en litige
       CONTROLE-LITIGE.
           IF NOT WS-LITG-OUVERT OR WS-CLE-ARTICLE = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLE-ARTICLE      TO LITG-CLE
           READ FIC-LITIGES
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF LITG-OUVERT
              SET WS-LITIGE-BLOQUE  TO TRUE
              MOVE 'ARTICLE EN LITIGE' TO WS-MOTIF-RETENUE
           END-IF
           .

      *    Paiement bloque : le fichier des blocages garde la
      *    transaction pour sa reprise au run suivant, la liste des
      *    retenues en donne une ligne au back-office
       ECRIT-BLOCAGE.
           MOVE SPACES              TO PBLQ-REC
           MOVE WS-MOTIF-RETENUE    TO PBLQ-MOTIF
           MOVE WS-CODE-CTP         TO PBLQ-CODE-CTP
           MOVE TRANS-REC           TO PBLQ-TRANSACTION
           MOVE WS-BENEFICIAIRE     TO PBLQ-BENEFICIAIRE
           MOVE WS-DATE-BLOCAGE     TO PBLQ-DATE-BLOCAGE
           MOVE WS-CLE-ARTICLE      TO PBLQ-CLE-ARTICLE
           WRITE PBLQ-REC
           ADD 1                    TO WS-NB-BLOQUEES
           IF WS-LITIGE-BLOQUE
              ADD 1                 TO WS-NB-BLOQUEES-LITIGE
           END-IF
           ADD TRANS-MONTANT        TO WS-TOTAL-BLOQUE

           MOVE TRANS-MONTANT       TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' TRANS-REF
                  ' ' WS-CODE-CTP
                  ' ' WS-MOTIF-RETENUE
                  ' ' WS-MONTANT-EDT
                  ' ' WS-DATE-BLOCAGE
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRET-REC FROM WS-LIGNE-RAPPORT
           .

       RESOUT-BENEFICIAIRE.
           MOVE SPACE               TO WS-BENEFICIAIRE
           MOVE SPACE               TO WS-CODE-CTP
           MOVE SPACE               TO WS-CLE-ARTICLE
           MOVE ZERO                TO WS-INDIC-TRC-TROUVEE
           PERFORM VARYING WS-IDX-TRC
                   FROM    1 BY 1
              END-IF
           END-PERFORM
           IF NOT WS-TRACE-TROUVEE
              PERFORM RESOUT-CONTREPARTIE
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1               FROM WS-IDX-TRC
                 CONTINUE
              NOT INVALID KEY
                 MOVE FIC1-CH2      TO WS-BENEFICIAIRE
                 MOVE FIC1-CODE-CTP TO WS-CODE-CTP
                 MOVE FIC1-CH1      TO WS-CLE-ARTICLE
           END-READ
           .

      *    Transaction sans trace (transaction nette de FOREX070) :
      *    le beneficiaire est la contrepartie elle-meme
       RESOUT-CONTREPARTIE.
           IF TRANS-CODE-CTP = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CODE-CTP      TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CTP-NOM       TO WS-BENEFICIAIRE
                 MOVE CTP-CODE      TO WS-CODE-CTP
           END-READ
           .

      *    Date de valeur selon la regle de reglement de la devise :
      *      - depart : la date du run, ou la date de la transaction
      *        si elle est posterieure (paiement date d'avance)
      *      - instruction du jour apres l'heure limite : cycle
      *        suivant (jour ouvre suivant), listee au bordereau
      *      - un depart non ouvre passe au jour ouvre suivant
      *      - puis le delai de la devise en jours ouvres (T+n)
      *    Les jours ouvres sont ceux de la juridiction de la
      *    devise, au sens du service calendrier FOREX043
       DETERMINE-DATE-VALEUR.
           MOVE ZERO                TO WS-INDIC-APRES-LIMITE
           IF TRANS-DEVISE = SPACE
              MOVE 'EUR'            TO WS-DEVISE-PAIEMENT
           ELSE
              MOVE TRANS-DEVISE     TO WS-DEVISE-PAIEMENT
           END-IF
           PERFORM RECHERCHE-REGLE

           MOVE WS-DHS-DATE         TO WS-DATE-VALEUR
           IF TRANS-DATE NUMERIC
              AND TRANS-DATE > WS-DHS-DATE
              MOVE TRANS-DATE       TO WS-DATE-VALEUR
           END-IF

           MOVE WS-RGLC-JURIDICTION TO WS-CAL-JURIDICTION
           IF WS-DATE-VALEUR = WS-DHS-DATE
              AND WS-RGLC-HEURE-LIMITE > ZERO
              AND WS-HEURE-RUN > WS-RGLC-HEURE-LIMITE
              SET WS-APRES-LIMITE   TO TRUE
              PERFORM AVANCE-JOUR-OUVRE
           ELSE
              MOVE 'O'              TO WS-CAL-FONCTION
              MOVE WS-DATE-VALEUR   TO WS-CAL-DATE-1
              PERFORM APPELLE-CALENDRIER
              IF WS-CAL-OK
                 AND WS-CAL-OUVRE = 'N'
                 PERFORM AVANCE-JOUR-OUVRE
              END-IF
           END-IF
           PERFORM AVANCE-JOUR-OUVRE
             VARYING WS-IDX-DELAI
             FROM    1 BY 1
             UNTIL   WS-IDX-DELAI > WS-RGLC-DELAI
           .

      *    Regle de la devise, ou regle par defaut
       RECHERCHE-REGLE.
           MOVE ZERO                TO WS-INDIC-RGL-TROUVEE
           PERFORM VARYING WS-IDX-RGL
                   FROM    1 BY 1
                   UNTIL   WS-IDX-RGL > WS-NB-REGLES
                        OR WS-RGL-TROUVEE
              IF WS-RGL-DEVISE (WS-IDX-RGL) = WS-DEVISE-PAIEMENT
                 SET WS-RGL-TROUVEE TO TRUE
              END-IF
           END-PERFORM
           IF WS-RGL-TROUVEE
              SUBTRACT 1            FROM WS-IDX-RGL
              MOVE WS-RGL-DELAI (WS-IDX-RGL)   TO WS-RGLC-DELAI
              MOVE WS-RGL-HEURE-LIMITE (WS-IDX-RGL)
                                    TO WS-RGLC-HEURE-LIMITE
              MOVE WS-RGL-JURIDICTION (WS-IDX-RGL)
                                    TO WS-RGLC-JURIDICTION
           ELSE
              MOVE WS-REGLE-DEFAUT  TO WS-REGLE-COURANTE
           END-IF
           .

      *    Date de valeur portee au jour ouvre suivant (fonction S)
      *    - une erreur du service laisse la date en l'etat
       AVANCE-JOUR-OUVRE.
           MOVE 'S'                 TO WS-CAL-FONCTION
           MOVE WS-DATE-VALEUR      TO WS-CAL-DATE-1
           PERFORM APPELLE-CALENDRIER
           IF WS-CAL-OK
              MOVE WS-CAL-DATE-RES  TO WS-DATE-VALEUR
           ELSE
              DISPLAY 'FOREX056 : calendrier en erreur, date de '
                      'valeur ' WS-DATE-VALEUR ' conservee, ref '
                      TRANS-REF
           END-IF
           .

       APPELLE-CALENDRIER.
           CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                       WS-CAL-JURIDICTION
                                       WS-CAL-DATE-1
                                       WS-CAL-DATE-2
                                       WS-CAL-DATE-RES
                                       WS-CAL-NB-JOURS
                                       WS-CAL-OUVRE
                                       WS-CAL-STATUT
           .

      *    Compte du beneficiaire au referentiel FOREX069 : il doit
      *    exister, etre actif et couvrir la date de valeur - sinon
      *    WS-MOTIF-RETENUE dit pourquoi la transaction est retenue
       RESOUT-COMPTE.
           MOVE SPACE               TO WS-MOTIF-RETENUE
           IF WS-CODE-CTP = SPACE
              MOVE 'CTP NON RENSEIGNEE' TO WS-MOTIF-RETENUE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-CTP         TO CPTB-CODE-CTP
           READ FIC-COMPTES-BANC
              INVALID KEY
                 MOVE 'COMPTE ABSENT'  TO WS-MOTIF-RETENUE
           END-READ
           IF WS-MOTIF-RETENUE NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN NOT CPTB-ACTIF
                 MOVE 'COMPTE SUSPENDU'   TO WS-MOTIF-RETENUE
              WHEN WS-DATE-VALEUR < CPTB-DATE-DEBUT
                 MOVE 'COMPTE NON OUVERT' TO WS-MOTIF-RETENUE
              WHEN CPTB-DATE-FIN > ZERO
               AND WS-DATE-VALEUR > CPTB-DATE-FIN
                 MOVE 'COMPTE EXPIRE'     TO WS-MOTIF-RETENUE
           END-EVALUATE
           .

      *    Transaction retenue : le fichier des retenues garde la
      *    transaction entiere et la cle de l'article, repris au
      *    run suivant (REPREND-RETENUES) ; la liste en donne une
      *    ligne au back-office
       ECRIT-RETENUE.
           MOVE SPACES              TO PRET-REC
           MOVE WS-MOTIF-RETENUE    TO PRET-MOTIF
           MOVE WS-CODE-CTP         TO PRET-CODE-CTP
           MOVE TRANS-REC           TO PRET-TRANSACTION
           MOVE WS-CLE-ARTICLE      TO PRET-CLE-ARTICLE
           WRITE PRET-REC
           ADD 1                    TO WS-NB-RETENUES
           ADD TRANS-MONTANT        TO WS-TOTAL-RETENU

           MOVE TRANS-MONTANT       TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' TRANS-REF
                  ' ' WS-CODE-CTP
                  ' ' WS-MOTIF-RETENUE
                  ' ' WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRET-REC FROM WS-LIGNE-RAPPORT
           .

       ECRIT-PAIEMENT.
           MOVE SPACES              TO PAIE-REC
           MOVE TRANS-REF           TO PAIE-REF
           MOVE WS-BENEFICIAIRE     TO PAIE-BENEFICIAIRE
           IF TRANS-DEVISE = SPACE
              MOVE 'EUR'            TO PAIE-DEVISE
           ELSE
              MOVE TRANS-DEVISE     TO PAIE-DEVISE
           END-IF
      *    Montant paye aux decimales de la devise de paiement
           MOVE TRANS-MONTANT       TO WS-ARR-BRUT
           MOVE PAIE-DEVISE         TO WS-ARR-DEVISE
           SET WS-ARR-REGLEMENT     TO TRUE
           MOVE 2                   TO WS-ARR-PRECISION
           PERFORM ARRONDIT-MONTANT
           MOVE WS-ARR-ARRONDI      TO PAIE-MONTANT
           MOVE WS-DATE-VALEUR      TO PAIE-DATE-VALEUR
           MOVE WS-CODE-CTP         TO PAIE-CODE-CTP
           MOVE TRANS-ENTITE        TO PAIE-ENTITE
           MOVE CPTB-IBAN           TO PAIE-IBAN
           MOVE CPTB-BIC            TO PAIE-BIC
           MOVE CPTB-TITULAIRE      TO PAIE-TITULAIRE
           WRITE PAIE-REC
           IF WS-APRES-LIMITE
              PERFORM NOTE-REPORT-CYCLE
           END-IF
           ADD 1                    TO WS-NB-PAIEMENTS
           ADD PAIE-MONTANT         TO WS-HASH-MONTANTS
           PERFORM CUMULE-REMISE-PAYS
           .

      *    Instruction passee au cycle suivant, gardee pour le
      *    bordereau (au-dela de la table, comptee seulement)
       NOTE-REPORT-CYCLE.
           ADD 1                    TO WS-NB-APRES-LIMITE
           IF WS-NB-REPORTS-CYCLE < 1000
              ADD 1                 TO WS-NB-REPORTS-CYCLE
              MOVE PAIE-REF
                TO WS-RCY-REF (WS-NB-REPORTS-CYCLE)
              MOVE PAIE-DEVISE
                TO WS-RCY-DEVISE (WS-NB-REPORTS-CYCLE)
              MOVE WS-RGLC-HEURE-LIMITE
                TO WS-RCY-HEURE-LIMITE (WS-NB-REPORTS-CYCLE)
              MOVE PAIE-DATE-VALEUR
                TO WS-RCY-DATE-VALEUR (WS-NB-REPORTS-CYCLE)
           END-IF
           .

      *    Cumul de la remise du pays, meme mecanique que la
      *    ventilation TVA de FOREX00B
       CUMULE-REMISE-PAYS.
              SUBTRACT 1            FROM WS-IDX-REM
           END-IF
           ADD 1                    TO WS-REM-NB (WS-IDX-REM)
           ADD PAIE-MONTANT         TO WS-REM-TOTAL (WS-IDX-REM)
           .

       ECRIT-TRAILER-PAIEMENTS.
             VARYING WS-IDX-REM
             FROM    1 BY 1
             UNTIL   WS-IDX-REM > WS-NB-PAYS-REM
           IF WS-NB-APRES-LIMITE > ZERO
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING 'INSTRUCTIONS APRES HEURE LIMITE - CYCLE '
                     'SUIVANT'
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RREM-REC FROM WS-LIGNE-RAPPORT
              PERFORM ECRIT-LIGNE-REPORT-CYCLE
                VARYING WS-IDX-RCY
                FROM    1 BY 1
                UNTIL   WS-IDX-RCY > WS-NB-REPORTS-CYCLE
              MOVE WS-NB-APRES-LIMITE TO WS-NB-EDT
              MOVE SPACES           TO WS-LIGNE-RAPPORT
              STRING '  TOTAL CYCLE SUIVANT ' WS-NB-EDT
                     DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
              WRITE RREM-REC FROM WS-LIGNE-RAPPORT
           END-IF
           MOVE WS-NB-PAIEMENTS     TO WS-NB-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX056  ' WS-NB-EDT ' instruction(s)'
           WRITE RREM-REC FROM WS-LIGNE-RAPPORT
           .

       ECRIT-LIGNE-REPORT-CYCLE.
           MOVE WS-RCY-HEURE-LIMITE (WS-IDX-RCY) TO WS-HEURE-EDT
           INSPECT WS-HEURE-EDT REPLACING ALL SPACE BY 'H'
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING '  ' WS-RCY-REF (WS-IDX-RCY)
                  '  ' WS-RCY-DEVISE (WS-IDX-RCY)
                  '  LIMITE ' WS-HEURE-EDT
                  '  VALEUR ' WS-RCY-DATE-VALEUR (WS-IDX-RCY)
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RREM-REC FROM WS-LIGNE-RAPPORT
           .

      *    Total de la liste des retenues
       ECRIT-FIN-RETENUES.
           MOVE WS-NB-RETENUES      TO WS-NB-EDT
           MOVE WS-TOTAL-RETENU     TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX056  ' WS-NB-EDT ' retenue(s)  TOTAL '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRET-REC FROM WS-LIGNE-RAPPORT
           MOVE WS-NB-BLOQUEES      TO WS-NB-EDT
           MOVE WS-TOTAL-BLOQUE     TO WS-MONTANT-EDT
           MOVE SPACES              TO WS-LIGNE-RAPPORT
           STRING 'TRL FOREX056  ' WS-NB-EDT ' bloquee(s)  TOTAL '
                  WS-MONTANT-EDT
                  DELIMITED BY SIZE INTO WS-LIGNE-RAPPORT
           WRITE RRET-REC FROM WS-LIGNE-RAPPORT
           .

       ECRIT-LIGNE-REMISE.
           MOVE WS-REM-NB (WS-IDX-REM)    TO WS-NB-EDT
           MOVE WS-REM-TOTAL (WS-IDX-REM) TO WS-MONTANT-EDT
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Appels du service d'arrondi par devise FOREX089
           COPY ARRP.

      * Fin du pgm
       FIN.
           DISPLAY 'INSTRUCTIONS      = ' WS-NB-EDT
           MOVE WS-NB-SANS-SOURCE   TO WS-NB-EDT
           DISPLAY 'SANS SOURCE       = ' WS-NB-EDT
           MOVE WS-NB-RETENUES      TO WS-NB-EDT
           DISPLAY 'RETENUES (COMPTE) = ' WS-NB-EDT
           MOVE WS-NB-APRES-LIMITE  TO WS-NB-EDT
           DISPLAY 'CYCLE SUIVANT     = ' WS-NB-EDT
           MOVE WS-NB-BLOQUEES      TO WS-NB-EDT
           DISPLAY 'BLOQUEES          = ' WS-NB-EDT
           MOVE WS-NB-BLOQUEES-LITIGE TO WS-NB-EDT
           DISPLAY ' DONT LITIGE      = ' WS-NB-EDT
           MOVE WS-NB-REPRISES      TO WS-NB-EDT
           DISPLAY 'BLOCAGES REPRIS   = ' WS-NB-EDT
           MOVE WS-NB-LIBEREES      TO WS-NB-EDT
           DISPLAY ' DONT LIBERES     = ' WS-NB-EDT
           MOVE WS-NB-RET-REPRISES  TO WS-NB-EDT
           DISPLAY 'RETENUES REPRISES = ' WS-NB-EDT
           MOVE WS-NB-RET-PAYEES    TO WS-NB-EDT
           DISPLAY ' DONT PAYEES      = ' WS-NB-EDT
           MOVE WS-ARR-NB-ANOMALIES TO WS-NB-EDT
           DISPLAY 'ANOMALIES ARRONDI = ' WS-NB-EDT

      *    Residus d'arrondi des montants payes du run
           PERFORM EMET-RESIDUS-ARRONDI

           CLOSE FIC-TRANSACTIONS
                 FICHIER1
                 FIC-PAIEMENTS
                 FIC-RAPPORT-REMISES
                 FIC-CONTREPARTIES
                 FIC-COMPTES-BANC
                 FIC-PAIE-RETENUES
                 FIC-RAPPORT-RETENUES
                 FIC-PAIE-BLOQUEES
           IF WS-KYC-OUVERT
              CLOSE FIC-KYC
           END-IF
           IF WS-LITG-OUVERT
              CLOSE FIC-LITIGES
           END-IF

           IF WS-NB-SANS-SOURCE > ZERO
              OR WS-NB-RETENUES > ZERO
              OR WS-NB-BLOQUEES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF
           MOVE WS-NB-PAIEMENTS     TO WS-JSUM-FIC-ECRITS
           MOVE WS-NB-SANS-SOURCE   TO WS-JSUM-FIC-REJETES
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PRET'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PRET      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-RET-REPRISES  TO WS-JSUM-FIC-LUS
           MOVE WS-NB-RETENUES      TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-PBLQ'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-PBLQ      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-REPRISES      TO WS-JSUM-FIC-LUS
           MOVE WS-NB-BLOQUEES      TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           PERFORM EMET-RESUME-JOB

           GOBACK.
