      * PROGRAMME manip de fichier séquentiel                     *
      *   - FIC1 en lecture                                          *
      *   - FIC2-STATS en écriture                                   *
      *   - FIC-REF-CODES en lecture : pays, devises et statuts      *
      *     admis, au lieu des listes propres au programme           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    FIC-CATALOGUE-MSG : catalogue externalise des messages
      *                        operateur, partagé par toute la suite
           COPY MSGS.
      *    FIC-VERROU : verrou de fenetre de mise a jour de FICHIER1,
      *                 pose pendant le balayage si la chaine FOREX021
      *                 ne l'a pas deja pose
           COPY VERRS.
      * FIC-CONTREPARTIES : referentiel des contreparties tenu par
      *   FOREX055, charge en table en INIT - un FIC1-CODE-CTP
      *   renseigne doit y exister et y etre actif (les codes a
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * FIC-REF-CODES : referentiel des codes pays, devises et
      *   statuts tenu par FOREX121 (obligatoire), charge en table
      *   en INIT pour les controles de zones metier
           COPY REFCS.
      * FIC-PARAM-VALID : politique de validation par flux d'entree
      *   (facultatif, lu en INIT comme le manifeste) - 1 ligne par
      *   flux (1, B ou C), un caractere de politique par controle :

           COPY TRX.

      * Trace d'une transaction emise : reference -> article source,
      * flux d'arrivee de l'article (1 = FICHIER1, 2 = FICHIER1B,
      * 3 = FICHIER1C ; blanc sur les traces anterieures a la zone)
      * et entite porteuse - le suivi du traitement automatique
      * FOREX105 ventile les transactions par source et par entite
       FD  FIC-TRACE-REFS.
       01  TREF-REC.
         10 TREF-REF           PIC X(16).
         10 FILLER             PIC X(01).
         10 TREF-CLE           PIC X(10).
         10 FILLER             PIC X(01).
         10 TREF-FLUX          PIC 9(01).
         10 FILLER             PIC X(01).
         10 TREF-ENTITE        PIC X(02).
         10 FILLER             PIC X(48).

           COPY MARQ.


           COPY MSG.

           COPY VERR.

      * Referentiel des codes pays, devises et statuts
           COPY REFC.

      * Contrepartie du referentiel : code, nom complet, pays,
      * contact, statut (A = active, S = suspendue)
       FD  FIC-CONTREPARTIES.
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
      *    Societe du groupe : code de l'entite juridique que cette
      *    contrepartie represente ('**' = entite par defaut) -
      *    blanc = tiers hors groupe
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
         10 FILLER             PIC X(18).

      * Politique de validation d'un flux : flux (1/B/C) puis la
      * politique (R/W/O) de chacun des 6 controles, dans l'ordre :
           02  WS-INDIC-REC-REPARE  PIC 9        VALUE ZERO.
               88 WS-REC-REPARE                  VALUE 1.

      *    Referentiel des codes pays, devises et statuts (FOREX121),
      *    pour le controle de FIC1-CODE-PAYS, FIC1-DEVISE et
      *    FIC1-STATUT
           COPY REFCW.

      *    Referentiel des contreparties charge en table en INIT :
      *    code + statut suffisent au controle d'existence
      *    Code retour gradue du run, convention commune a la suite
           COPY RCGRADW.

      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRW.

      *    Date et heure systeme, pour l'entete de FIC2-STATS
       01  WS-DATE-HEURE-SYS.
           02  WS-DHS-DATE.
      *    Detection du mode decoupe par plage de cles
           PERFORM DETECTE-RANGE

      *    Verrou de fenetre : FICHIER1 ne bouge plus pendant le
      *    balayage (sous la chaine, c'est FOREX021 qui le tient).
      *    Les instances paralleles du mode decoupe ne le touchent
      *    pas : la premiere finie le leverait sous les autres, le
      *    verrou est celui de la chaine qui les encadre
           MOVE 'FOREX009'  TO WS-VERR-PROGRAMME
           IF NOT WS-MODE-RANGE
              PERFORM POSE-VERROU
           END-IF

      *    Entite juridique du run (mode multi-entites)
           PERFORM LIT-ENTITE-RUN

      *    controle des codes portes par les articles
           PERFORM CHARGE-CONTREPARTIES

      *    Referentiel des codes (FOREX121), pour le controle des
      *    pays, devises et statuts portes par les articles
           MOVE 'FOREX009'  TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

      *    Detection d'un checkpoint laissé par un run précédent
      *    qui aurait abendé avant la fin de FICHIER1
           PERFORM DETECTE-RESTART
           ELSE
              MOVE WS-ENTITE-RUN    TO TRANS-ENTITE
           END-IF
      *    La contrepartie voyage aussi, pour la compensation des
      *    paiements en aval
           MOVE FIC1-CODE-CTP       TO TRANS-CODE-CTP
      *    Reference unique run + sequence, reliee a l'article
      *    source dans le fichier de traces - un chiffre signale
      *    par l'aval se remonte en une consultation
           MOVE SPACES              TO TREF-REC
           MOVE WS-REF-TRANSACTION  TO TREF-REF
           MOVE FIC1-CH1            TO TREF-CLE
           MOVE WS-IDX-FLUX         TO TREF-FLUX
           MOVE FIC1-CODE-ENTITE    TO TREF-ENTITE
           WRITE TREF-REC
           .


      *    Controle des zones metier de l'article (copybook FIC1REC) :
      *    - FIC1-MONTANT doit etre numerique
      *    - FIC1-CODE-PAYS doit etre un pays du referentiel des
      *      codes, valide a la date du run
      *    - FIC1-DEVISE renseignee doit etre une devise du
      *      referentiel (blanc = EUR des enregistrements anterieurs
      *      a la zone)
      *    - FIC1-DATE-EFFET doit etre une date plausible AAAAMMJJ
      *    - FIC1-STATUT doit etre un statut du referentiel (blanc =
      *      actif des enregistrements anterieurs a la zone)
       CONTROLE-ZONES-METIER.
           MOVE WS-PEF-METIER            TO WS-POL-COURANTE
           IF FIC1-MONTANT NOT NUMERIC
           END-IF

           IF WS-REC-EST-VALIDE
              MOVE 'PAYS'                TO WS-REFC-TYPE-CHERCHE
              MOVE FIC1-CODE-PAYS        TO WS-REFC-CODE-CHERCHE
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE 'PAYS INCONNU'     TO WS-MOTIF-COURANT
                 PERFORM SANCTIONNE-CONTROLE
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE
              AND FIC1-DEVISE NOT = SPACE
              MOVE 'DEVI'                TO WS-REFC-TYPE-CHERCHE
              MOVE FIC1-DEVISE           TO WS-REFC-CODE-CHERCHE
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE 'DEVISE INCONNUE'  TO WS-MOTIF-COURANT
                 PERFORM SANCTIONNE-CONTROLE
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE
           END-IF

           IF WS-REC-EST-VALIDE
              MOVE 'STAT'                TO WS-REFC-TYPE-CHERCHE
              MOVE FIC1-STATUT           TO WS-REFC-CODE-CHERCHE
              IF FIC1-STATUT = SPACE
                 MOVE 'A'                TO WS-REFC-CODE-CHERCHE
              END-IF
              MOVE ZERO                  TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE 'STATUT INCONNU'   TO WS-MOTIF-COURANT
                 PERFORM SANCTIONNE-CONTROLE
              END-IF
           END-IF

      *    Date d'expiration : zero = sans echeance ; les blancs des
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      *    Verrou de fenetre de mise a jour de FICHIER1
           COPY VERRP.

      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.

      * Fin du pgm
       FIN.
           PERFORM FIN-RUN-LOG
      *    Un arret propre garde le verrou : la relance reprend le
      *    balayage au dernier checkpoint, FICHIER1 ne doit pas
      *    bouger entre-temps
           IF WS-ARRET-DEMANDE
              PERFORM FIN-ARRET-PROPRE
           END-IF
           PERFORM LEVE-VERROU
           IF WS-MODE-DRYRUN
              PERFORM AFFICHE-RESUME-DRYRUN
           ELSE
