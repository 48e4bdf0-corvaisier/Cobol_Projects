      *     dans le journal FIC-CTP-JRN                              *
      *   - FOREX009 controle que le FIC1-CODE-CTP des articles      *
      *     existe ici et y est actif                                *
      *   - FOREX009 charge ce referentiel pendant son balayage : le *
      *     run est refuse en bloc (RC 8) tant que le verrou de      *
      *     fenetre FIC-VERROU est pose, sauf forcage depose dans    *
      *     FIC-FORCAGE-VERROU (operateur + motif), journalise dans  *
      *     FIC-JRN-FORCAGE (copybooks VERR*)                        *
      *   - CTP-ENTITE-GROUPE marque les societes du groupe (code    *
      *     de l'entite representee) ; '--' au mouvement de          *
      *     modification l'efface - la consolidation de groupe       *
      *     FOREX083 elimine les flux entre entites sur cette base   *
      *   - Modification ou suppression d'une contrepartie sous gel  *
      *     juridique (copybooks GELJ*) refusee, motif GEL           *
      *     JURIDIQUE - une ligne de registre rejetee donne RC 4     *
      *   - CTP-CODE-MERE rattache la contrepartie a sa mere : la    *
      *     hierarchie compte trois niveaux au plus (tete de groupe, *
      *     groupe, contrepartie), exploitee par l'exposition par    *
      *     groupe FOREX120. Le rattachement est refuse si la mere   *
      *     est inconnue, si elle est la contrepartie elle-meme ou   *
      *     l'une de ses filiales, ou si un niveau de trop en        *
      *     resulte, filiales de la contrepartie comprises ;         *
      *     '------' au mouvement de modification le defait. Une     *
      *     contrepartie mere de filiales n'est pas supprimee        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       File-Control.
      * Referentiel des contreparties, en mise a jour par cle -
      *   ACCESS DYNAMIC : balaye pour retrouver les filiales d'une
      *   contrepartie au controle de la hierarchie de groupe
           SELECT FIC-CONTREPARTIES
                     ASSIGN to FICCTP
                     ORGANIZATION is INDEXED
                     ACCESS MODE is DYNAMIC
                     RECORD KEY is CTP-CODE
                     FILE STATUS is WS-STATUS-CTP.
      * Mouvements du jour sur le referentiel
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-JRN.
      * FIC-VERROU : verrou de fenetre de mise a jour, avec la
      *   demande de forcage et son journal
           COPY VERRS.
      * FIC-GELS-JURIDIQUES : registre des gels (obligatoire)
           COPY GELJS.

      *
      *==============================================================*
         10 CTP-STATUT         PIC X(01).
             88 CTP-ACTIVE               VALUE 'A'.
             88 CTP-SUSPENDUE            VALUE 'S'.
      *    Societe du groupe : code de l'entite juridique que cette
      *    contrepartie represente ('**' = entite par defaut) -
      *    blanc = tiers hors groupe
         10 CTP-ENTITE-GROUPE  PIC X(02).
             88 CTP-HORS-GROUPE          VALUE SPACE.
      *    Contrepartie mere dans la hierarchie de groupe (tete de
      *    groupe ou groupe) - blanc = sans mere
         10 CTP-CODE-MERE      PIC X(06).
         10 FILLER             PIC X(12).

      * Mouvement : code (A=ajout, M=modification, S=suppression),
      * cle visee et zones - sur une modification, seules les zones
         10 CTPMV-PAYS         PIC X(03).
         10 CTPMV-CONTACT      PIC X(20).
         10 CTPMV-STATUT       PIC X(01).
      *    Entite du groupe representee ; '--' sur une modification
      *    retire la contrepartie du groupe
         10 CTPMV-ENTITE-GROUPE PIC X(02).
             88 CTPMV-SORT-DU-GROUPE     VALUE '--'.
      *    Contrepartie mere ; '------' sur une modification detache
      *    la contrepartie de sa mere
         10 CTPMV-CODE-MERE    PIC X(06).
             88 CTPMV-SANS-MERE          VALUE '------'.
         10 FILLER             PIC X(11).

      * Journal : horodatage, mouvement, cle, sort et motif
       FD  FIC-CTP-JRN.
         10 CTPJR-MOTIF        PIC X(20).
         10 FILLER             PIC X(24)  VALUE SPACE.

           COPY VERR.

           COPY GELJ.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-CTP        PIC 9(02)  VALUE ZERO.
           02  WS-NB-MODIFS         PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUPPRESSIONS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-REFUSES        PIC S9(9)  VALUE ZERO.
           02  WS-NB-GELES          PIC S9(9)  VALUE ZERO.
           02  WS-NB-RATTACHEMENTS  PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZ9.
               88 WS-MVT-EST-APPLIQUE           VALUE 1.
           02  WS-MOTIF-REFUS       PIC X(20)    VALUE SPACE.

      *    Controle de la hierarchie de groupe : niveau de la mere
      *    (1 tete de groupe, 2 groupe) et filiales de la
      *    contrepartie examinee
       01  WS-HIERARCHIE.
           02  WS-NIVEAU-MERE       PIC 9(01)    VALUE ZERO.
           02  WS-CODE-REMONTE      PIC X(06)    VALUE SPACE.
           02  WS-CODE-EXAMINE      PIC X(06)    VALUE SPACE.
           02  WS-INDIC-FIN-BALAYAGE PIC 9       VALUE ZERO.
               88 WS-FIN-BALAYAGE               VALUE 1.
           02  WS-INDIC-PETITES-FILLES PIC 9     VALUE ZERO.
               88 WS-A-PETITES-FILLES           VALUE 1.
       01  WS-NB-FILLES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-FILLES.
           02  WS-FIL-CODE          PIC X(06) OCCURS 500.
       01  WS-IDX-FIL               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Verrou de fenetre de mise a jour
           COPY VERRW.
      *    Registre des gels juridiques
           COPY GELJW.

      *    Date et heure systeme, pour l'horodatage du journal
       01  WS-DATE-HEURE-SYS.
           MOVE 'FOREX055'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Pas de maintenance du referentiel pendant le passage de
      *    nuit, sauf forcage motive
           PERFORM CONTROLE-FENETRE

      *    Registre des gels juridiques, avant toute mise a jour
           MOVE 'FOREX055'          TO WS-GELJ-PROGRAMME
           PERFORM CHARGE-GELS-JURIDIQUES

      *    Referentiel : OPEN I-O, le premier OPEN OUTPUT charge un
      *    cluster defini mais jamais charge (statut 35), puis
      *    reouverture en I-O pour le balayage des filiales
           OPEN I-O FIC-CONTREPARTIES
           IF WS-STATUS-CTP = '35'
              OPEN OUTPUT FIC-CONTREPARTIES
              CLOSE FIC-CONTREPARTIES
              OPEN I-O FIC-CONTREPARTIES
           END-IF
           MOVE WS-STATUS-CTP       TO WS-FSTA-STATUT
           MOVE 'FIC-CTP'           TO WS-FSTA-FICHIER
           PERFORM LIT-MOUVEMENT
           .

      *    Fenetre batch en cours (verrou pose) : run refuse en
      *    bloc avant toute ouverture du referentiel
       CONTROLE-FENETRE.
           MOVE 'FOREX055'          TO WS-VERR-PROGRAMME
           PERFORM CONTROLE-VERROU
           IF NOT WS-VERR-POSE
              EXIT PARAGRAPH
           END-IF
           PERFORM LIT-FORCAGE-VERROU
           IF WS-VERR-FORCE
              EXIT PARAGRAPH
           END-IF
           DISPLAY 'FOREX055 : FENETRE BATCH EN COURS - verrou pose '
                   'par ' WS-VERR-DETENTEUR ' le ' WS-VERR-DATE-POSE
           DISPLAY 'FOREX055 : maintenance des contreparties '
                   'refusee, a relancer apres la fin de la chaine'
           MOVE 8                   TO RETURN-CODE
           GOBACK
           .

       LIT-MOUVEMENT.
           READ FIC-CTP-MVT
            AT END
              MOVE 'AJOUT INCOMPLET'  TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           IF CTPMV-CODE-MERE NOT = SPACE
              AND NOT CTPMV-SANS-MERE
              PERFORM CONTROLE-RATTACHEMENT
              IF NOT WS-MVT-EST-APPLIQUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES              TO CTP-REC
           MOVE CTPMV-CLE           TO CTP-CODE
           MOVE CTPMV-NOM           TO CTP-NOM
           MOVE CTPMV-PAYS          TO CTP-PAYS
           MOVE CTPMV-CONTACT       TO CTP-CONTACT
           IF NOT CTPMV-SORT-DU-GROUPE
              MOVE CTPMV-ENTITE-GROUPE TO CTP-ENTITE-GROUPE
           END-IF
           IF NOT CTPMV-SANS-MERE
              MOVE CTPMV-CODE-MERE  TO CTP-CODE-MERE
           END-IF
           IF CTPMV-STATUT = SPACE
              MOVE 'A'              TO CTP-STATUT
           ELSE
                 MOVE 'CLE DEJA PRESENTE' TO WS-MOTIF-REFUS
              NOT INVALID KEY
                 ADD 1                    TO WS-NB-AJOUTS
                 IF CTP-CODE-MERE NOT = SPACE
                    ADD 1                 TO WS-NB-RATTACHEMENTS
                 END-IF
           END-WRITE
           .

      *    Modification : seules les zones renseignees ecrasent
      *    l'existant, comme APPLIQUE-ZONES-METIER de FOREX015
       APPLIQUE-MODIFICATION.
           PERFORM TESTE-GEL-CONTREPARTIE
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF
      *    Le controle de la mere lit d'autres contreparties : il
      *    passe avant la lecture de celle a modifier
           IF CTPMV-CODE-MERE NOT = SPACE
              AND NOT CTPMV-SANS-MERE
              PERFORM CONTROLE-RATTACHEMENT
              IF NOT WS-MVT-EST-APPLIQUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE CTPMV-CLE           TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 IF CTPMV-STATUT NOT = SPACE
                    MOVE CTPMV-STATUT  TO CTP-STATUT
                 END-IF
                 IF CTPMV-SORT-DU-GROUPE
                    MOVE SPACE         TO CTP-ENTITE-GROUPE
                 ELSE
                    IF CTPMV-ENTITE-GROUPE NOT = SPACE
                       MOVE CTPMV-ENTITE-GROUPE TO CTP-ENTITE-GROUPE
                    END-IF
                 END-IF
                 IF CTPMV-SANS-MERE
                    MOVE SPACE         TO CTP-CODE-MERE
                 ELSE
                    IF CTPMV-CODE-MERE NOT = SPACE
                       MOVE CTPMV-CODE-MERE TO CTP-CODE-MERE
                    END-IF
                 END-IF
                 REWRITE CTP-REC
                    INVALID KEY
                       MOVE ZERO          TO WS-MVT-APPLIQUE
                       MOVE 'ERREUR REWRITE' TO WS-MOTIF-REFUS
                    NOT INVALID KEY
                       ADD 1              TO WS-NB-MODIFS
                       IF CTPMV-CODE-MERE NOT = SPACE
                          AND NOT CTPMV-SANS-MERE
                          ADD 1           TO WS-NB-RATTACHEMENTS
                       END-IF
                 END-REWRITE
           END-READ
           .

      *    Une mere de filiales reste au referentiel : ses filiales
      *    sont d'abord detachees ou rattachees ailleurs
       APPLIQUE-SUPPRESSION.
           PERFORM TESTE-GEL-CONTREPARTIE
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF
           MOVE CTPMV-CLE           TO WS-CODE-EXAMINE
           PERFORM CHERCHE-FILLES
           IF WS-NB-FILLES > ZERO
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'MERE DE FILIALES' TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           MOVE CTPMV-CLE           TO CTP-CODE
           DELETE FIC-CONTREPARTIES
              INVALID KEY
           END-DELETE
           .

      *    Rattachement de CTPMV-CLE a CTPMV-CODE-MERE : la mere
      *    existe, n'est ni la contrepartie elle-meme ni l'une de
      *    ses filiales, et la hierarchie reste sur trois niveaux
      *    (tete de groupe, groupe, contrepartie) - filiales de la
      *    contrepartie rattachee comprises
       CONTROLE-RATTACHEMENT.
           IF CTPMV-CODE-MERE = CTPMV-CLE
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'MERE = ELLE-MEME' TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF

      *    Niveau de la mere, en remontant ses propres meres
           MOVE ZERO                TO WS-NIVEAU-MERE
           MOVE CTPMV-CODE-MERE     TO WS-CODE-REMONTE
           PERFORM REMONTE-UN-NIVEAU
             UNTIL WS-CODE-REMONTE = SPACE
                OR NOT WS-MVT-EST-APPLIQUE
           IF NOT WS-MVT-EST-APPLIQUE
              EXIT PARAGRAPH
           END-IF

      *    Sous un groupe, la contrepartie n'a pas de filiale ; sous
      *    une tete de groupe, ses filiales n'en ont pas
           MOVE CTPMV-CLE           TO WS-CODE-EXAMINE
           PERFORM CHERCHE-FILLES
           IF WS-NB-FILLES = ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-NIVEAU-MERE = 2
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'PLUS DE 3 NIVEAUX' TO WS-MOTIF-REFUS
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHE-PETITES-FILLES
           IF WS-A-PETITES-FILLES
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'PLUS DE 3 NIVEAUX' TO WS-MOTIF-REFUS
           END-IF
           .

       REMONTE-UN-NIVEAU.
           MOVE WS-CODE-REMONTE     TO CTP-CODE
           READ FIC-CONTREPARTIES
              INVALID KEY
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 IF WS-NIVEAU-MERE = ZERO
                    MOVE 'MERE INCONNUE'     TO WS-MOTIF-REFUS
                 ELSE
                    MOVE 'HIERARCHIE ROMPUE' TO WS-MOTIF-REFUS
                 END-IF
                 EXIT PARAGRAPH
           END-READ
           ADD 1                    TO WS-NIVEAU-MERE
           EVALUATE TRUE
              WHEN CTP-CODE-MERE = CTPMV-CLE
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'CYCLE DE GROUPE'      TO WS-MOTIF-REFUS
              WHEN WS-NIVEAU-MERE >= 2
                   AND CTP-CODE-MERE NOT = SPACE
                 MOVE ZERO          TO WS-MVT-APPLIQUE
                 MOVE 'PLUS DE 3 NIVEAUX'    TO WS-MOTIF-REFUS
           END-EVALUATE
           MOVE CTP-CODE-MERE       TO WS-CODE-REMONTE
           .

      *    Filiales directes de WS-CODE-EXAMINE : balayage complet
      *    du referentiel (la cle ne porte pas la mere)
       CHERCHE-FILLES.
           MOVE ZERO                TO WS-NB-FILLES
           PERFORM DEBUTE-BALAYAGE
           PERFORM UNTIL WS-FIN-BALAYAGE
              READ FIC-CONTREPARTIES NEXT
               AT END
                 SET WS-FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF CTP-CODE-MERE = WS-CODE-EXAMINE
                    IF WS-NB-FILLES >= 500
                       DISPLAY 'ABEND - TABLE DES FILIALES PLEINE '
                               '(500)'
                       MOVE 16      TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1           TO WS-NB-FILLES
                    MOVE CTP-CODE   TO WS-FIL-CODE (WS-NB-FILLES)
                 END-IF
              END-READ
           END-PERFORM
           .

      *    Une des filiales trouvees a-t-elle elle-meme des filiales ?
       CHERCHE-PETITES-FILLES.
           MOVE ZERO                TO WS-INDIC-PETITES-FILLES
           PERFORM DEBUTE-BALAYAGE
           PERFORM UNTIL WS-FIN-BALAYAGE
                      OR WS-A-PETITES-FILLES
              READ FIC-CONTREPARTIES NEXT
               AT END
                 SET WS-FIN-BALAYAGE TO TRUE
               NOT AT END
                 IF CTP-CODE-MERE NOT = SPACE
                    PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                            UNTIL   WS-IDX-FIL > WS-NB-FILLES
                       IF WS-FIL-CODE (WS-IDX-FIL) = CTP-CODE-MERE
                          SET WS-A-PETITES-FILLES TO TRUE
                       END-IF
                    END-PERFORM
                 END-IF
              END-READ
           END-PERFORM
           .

       DEBUTE-BALAYAGE.
           MOVE ZERO                TO WS-INDIC-FIN-BALAYAGE
           MOVE LOW-VALUE           TO CTP-CODE
           START FIC-CONTREPARTIES KEY IS NOT LESS THAN CTP-CODE
              INVALID KEY
                 SET WS-FIN-BALAYAGE TO TRUE
           END-START
           .

      *    Contrepartie sous gel juridique : ni modification ni
      *    suppression jusqu'a la levee du gel
       TESTE-GEL-CONTREPARTIE.
           INITIALIZE WS-GELJ-DEMANDE
           MOVE CTPMV-CLE           TO WS-GELJ-CTP
           PERFORM TESTE-GEL-JURIDIQUE
           IF WS-GELJ-RETENU
              ADD 1                 TO WS-NB-GELES
              MOVE ZERO             TO WS-MVT-APPLIQUE
              MOVE 'GEL JURIDIQUE'  TO WS-MOTIF-REFUS
              MOVE SPACES           TO WS-GELJ-OBJET
              STRING 'CONTREPARTIE ' CTPMV-CLE ' MVT '
                     CTPMV-CODE-MVT ' REFUSE'
                     DELIMITED BY SIZE INTO WS-GELJ-OBJET
              PERFORM NOTE-GEL-JURIDIQUE
           END-IF
           .

       ECRIT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.
      *    Verrou de fenetre de mise a jour
           COPY VERRP.
      *    Registre des gels juridiques
           COPY GELJP.

      * Fin du pgm
       FIN.
           DISPLAY 'SUPPRESSIONS   = ' WS-NB-EDT
           MOVE WS-NB-REFUSES       TO WS-NB-EDT
           DISPLAY 'REFUSES        = ' WS-NB-EDT
           MOVE WS-NB-GELES         TO WS-NB-EDT
           DISPLAY ' DONT GELES    = ' WS-NB-EDT
           MOVE WS-NB-RATTACHEMENTS TO WS-NB-EDT
           DISPLAY 'RATTACHEMENTS  = ' WS-NB-EDT
           PERFORM RAPPORTE-GELS-JURIDIQUES

           CLOSE FIC-CONTREPARTIES
                 FIC-CTP-MVT
                 FIC-CTP-JRN

           IF WS-GELJ-NB-REJETES > ZERO
              MOVE 4                TO RETURN-CODE
              MOVE 4                TO WS-JSUM-SEVERITE
           END-IF

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-CTPMV'         TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-MVT       TO WS-JSUM-FIC-STATUT
