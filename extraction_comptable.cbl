      *     (nombre de lignes, total debit, total credit)            *
      *   - Un programme du referentiel sans correspondance          *
      *     comptable est signale et compte, jamais invente          *
      *   - Chaque ecriture porte l'entite juridique du controle     *
      *     (CTL-ENTITE, blanc = entite par defaut) : le             *
      *     rapprochement FOREX117 solde le grand livre par entite   *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         10 FILLER             PIC X(54).

      * Interface grand livre : type D/C/T, date, compte, programme
      * d'origine, montant, entite (blanc = entite par defaut et
      * lignes des generations anterieures)
       FD  FIC-GL.
       01  GL-REC.
         10 GL-TYPE            PIC X(01).
         10 GL-PROGRAMME       PIC X(08).
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 GL-MONTANT         PIC S9(11)V99.
         10 FILLER             PIC X(01)  VALUE SPACE.
         10 GL-ENTITE          PIC X(02).
         10 FILLER             PIC X(35)  VALUE SPACE.

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           MOVE WS-CPT-DEBIT (WS-IDX-CPT)  TO GL-COMPTE
           MOVE CTL-PROGRAMME       TO GL-PROGRAMME
           MOVE CTL-TOTAL           TO GL-MONTANT
           MOVE CTL-ENTITE          TO GL-ENTITE
           WRITE GL-REC
           ADD CTL-TOTAL            TO WS-TOTAL-DEBIT

           MOVE WS-CPT-CREDIT (WS-IDX-CPT) TO GL-COMPTE
           MOVE CTL-PROGRAMME       TO GL-PROGRAMME
           MOVE CTL-TOTAL           TO GL-MONTANT
           MOVE CTL-ENTITE          TO GL-ENTITE
           WRITE GL-REC
           ADD CTL-TOTAL            TO WS-TOTAL-CREDIT

