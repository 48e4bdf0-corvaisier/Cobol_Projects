      * FIC-ALERTES : fil consolide des alertes operateur, partagé
      *               avec FOREX009 et FOREX00B
           COPY ALRTS.
      * FIC-JRN-ECHANGES : journal des echanges partenaires (envois,
      *                    retransmissions, documents entrants),
      *                    lu par le scorecard FOREX084
           COPY JECHS.
      * FIC-PARAM-TRACE : niveau de trace des DISPLAY, partagé avec
      *                   FOREX009
           COPY TRCS.
      * FIC-CONTROLES : referentiel central des totaux de controle,
      *                 partagé par toute la suite
           COPY CTLS.
      * FIC-REF-CODES : referentiel des codes pays, devises et
      *                 statuts tenu par FOREX121 (obligatoire)
           COPY REFCS.

      *
      *==============================================================*

           COPY ALRT.

           COPY JECH.

           COPY TRC.

           COPY CTL.

           COPY REFC.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-STATUS-FIC1-XML       PIC 9(02)   VALUE ZERO.
           02  WS-IDX-CAR               PIC S9(4)   VALUE ZERO.

      *    Periodes comptables FERMEES (FOREX051), seules les
      *    fermees comptent - absente = ouverte ; un mois
      *    d'exercice verrouille (V, FOREX103) compte comme ferme
       01  WS-NB-PERIODES-FERMEES   PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-PERIODES-FERMEES.
           02  WS-PERF-PERIODE      PIC 9(06) OCCURS 120.
           02  WS-ASM-DATE          PIC X(08)   VALUE SPACE.
           02  WS-ASM-STATUT        PIC X(01)   VALUE SPACE.
           02  WS-ASM-DEVISE        PIC X(03)   VALUE SPACE.
      *    Partenaire emetteur (element facultatif, journalise)
           02  WS-ASM-PARTENAIRE    PIC X(08)   VALUE SPACE.
       01  WS-INDIC-ASM-RENSEIGNE   PIC 9       VALUE ZERO.
           88 WS-ASM-RENSEIGNE                  VALUE 1.

       01  WS-CDE-MOIS              PIC 9(02)   VALUE ZERO.
       01  WS-CDE-JOUR              PIC 9(02)   VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
         02  WS-IDX-EDT             PIC ZZ9.
         02  WS-NB-REJ-EDT          PIC ZZ9.
      *    FOREX009 et FOREX00B
           COPY ALRTW.

      *    Journal des echanges partenaires, lu par FOREX084
           COPY JECHW.
      *    Document en cours regenere depuis la file de
      *    retransmission (journalise R au lieu de E)
       01  WS-INDIC-EN-RETRANS      PIC 9       VALUE ZERO.
           88 WS-EN-RETRANS                     VALUE 1.

      *    Niveau de trace des DISPLAY, partagé avec FOREX009
           COPY TRCW.

      *    Referentiel central des totaux de controle
           COPY CTLW.

      *    Referentiel des codes, le meme que celui du controle de
      *    FOREX009
           COPY REFCW.

      *    Dernier élément ouvert, utilisé pour l'extraction du
      *    contenu : associe CONTENT-CHARACTERS/ATTRIBUTE-CHARACTERS
      *    à sa balise
           MOVE 'FOREX010'  TO WS-RLOG-PROGRAMME
           PERFORM DEBUT-RUN-LOG
           MOVE 'FOREX010'  TO WS-ALRT-PROGRAMME
           MOVE 'FOREX010'  TO WS-JECH-PROGRAMME
           PERFORM OUVRE-JRN-ECHANGES

      *    Niveau de trace des DISPLAY (silencieux/resume/complet)
           PERFORM LIT-PARAM-TRACE
           MOVE 'FOREX010'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB

      *    Pays, devises et statuts admis (referentiel des codes)
           MOVE 'FOREX010'  TO WS-REFC-PROGRAMME
           PERFORM CHARGE-REFERENTIEL-CODES

           OPEN INPUT  FIC1-XML
           MOVE WS-STATUS-FIC1-XML  TO WS-FSTA-STATUT
           MOVE 'FIC1-XML'          TO WS-FSTA-FICHIER
            AT END
              SET WS-FIN-PER       TO TRUE
            NOT AT END
              IF (PER-STATUT = 'F' OR PER-STATUT = 'V')
                 AND PER-PERIODE NUMERIC
                 ADD 1             TO WS-NB-PERIODES-FERMEES
                 MOVE PER-PERIODE
              WHEN 'devise'
                 MOVE XML-TEXT      TO WS-ASM-DEVISE
                 SET WS-ASM-RENSEIGNE TO TRUE
              WHEN 'partenaire'
                 MOVE XML-TEXT      TO WS-ASM-PARTENAIRE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           END-IF

           IF WS-REC-EST-VALIDE
              MOVE 'PAYS'           TO WS-REFC-TYPE-CHERCHE
              MOVE WS-ASM-PAYS      TO WS-REFC-CODE-CHERCHE
              MOVE ZERO             TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO           TO WS-REC-VALIDE
                 MOVE 'PAYS INCONNU' TO WS-MOTIF-REJET
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE
              AND WS-ASM-DEVISE NOT = SPACE
              MOVE 'DEVI'           TO WS-REFC-TYPE-CHERCHE
              MOVE WS-ASM-DEVISE    TO WS-REFC-CODE-CHERCHE
              MOVE ZERO             TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO           TO WS-REC-VALIDE
                 MOVE 'DEVISE INCONNUE' TO WS-MOTIF-REJET
              END-IF
           END-IF

           IF WS-REC-EST-VALIDE

           IF WS-REC-EST-VALIDE
              AND WS-ASM-STATUT NOT = SPACE
              MOVE 'STAT'           TO WS-REFC-TYPE-CHERCHE
              MOVE WS-ASM-STATUT    TO WS-REFC-CODE-CHERCHE
              MOVE ZERO             TO WS-REFC-DATE-CHERCHEE
              PERFORM CHERCHE-CODE-REFERENCE
              IF NOT WS-REFC-CONNU
                 MOVE ZERO             TO WS-REC-VALIDE
                 MOVE 'STATUT INCONNU' TO WS-MOTIF-REJET
              END-IF
           END-IF

      *    Detection des renvois : un document dont l'identite est
              END-IF
           END-IF

           MOVE WS-ASM-PARTENAIRE   TO WS-JECH-PARTENAIRE
           MOVE WS-ASM-CODE         TO WS-JECH-CLE
           IF WS-REC-EST-VALIDE
              PERFORM ECRIT-ARTICLE-CHARGE
              PERFORM ENREGISTRE-DOCUMENT
              MOVE 'I'              TO WS-JECH-EVENEMENT
              MOVE SPACE            TO WS-JECH-MOTIF
           ELSE
              PERFORM ECRIT-REJET-CONTENU
              MOVE 'J'              TO WS-JECH-EVENEMENT
              MOVE WS-MOTIF-REJET   TO WS-JECH-MOTIF
           END-IF
           PERFORM ECRIT-JRN-ECHANGE
           .

      *    Lecture directe du registre sur l'identite du document :
           IF WS-STATUS-RTR NOT = '00'
              EXIT PARAGRAPH
           END-IF
           SET WS-EN-RETRANS        TO TRUE
           PERFORM LIT-RETRANSMISSION
             UNTIL WS-FIN-RTR
           MOVE ZERO                TO WS-INDIC-EN-RETRANS
           CLOSE FIC-RETRANS
           IF NOT WS-TRACE-SILENCIEUSE
              MOVE WS-NB-RETRANSMIS TO WS-IDX-EDT
       ECRIT-XML-PARTENAIRE.
           SET WS-ARTICLE-ROUTE     TO TRUE
           ADD 1                    TO WS-PART-NB (WS-IDX-PART)
           IF WS-EN-RETRANS
              MOVE 'R'              TO WS-JECH-EVENEMENT
           ELSE
              MOVE 'E'              TO WS-JECH-EVENEMENT
           END-IF
           MOVE WS-PART-CODE (WS-IDX-PART) TO WS-JECH-PARTENAIRE
           MOVE FIC1-CH1            TO WS-JECH-CLE
           MOVE SPACE               TO WS-JECH-MOTIF
           PERFORM ECRIT-JRN-ECHANGE
           EVALUATE WS-PART-SORTIE (WS-IDX-PART)
              WHEN 1
                 MOVE WS-XML-GEN-BUF  TO FIC2-XMLP1-REC
      *    FOREX009 et FOREX00B
           COPY ALRTP.

      *    Journal des echanges partenaires
           COPY JECHP.

      *    Lecture du niveau de trace, partagée avec FOREX009
           COPY TRCP.

      *    Ecriture du controle de run dans le referentiel central
           COPY CTLP.

      *    Referentiel des codes pays, devises et statuts
           COPY REFCP.

      * Fin du pgm
       FIN.
           PERFORM FIN-RUN-LOG
                 FIC2-XML-GEN
                 FIC1-CHARGEMENT
                 FIC-REGISTRE-DOC
           PERFORM FERME-JRN-ECHANGES
           IF WS-NB-PARTENAIRES > ZERO
              CLOSE FIC2-XMLP1
                    FIC2-XMLP2
