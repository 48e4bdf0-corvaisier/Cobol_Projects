      *    FIC-JRN-ECHANGES : 1 ligne par evenement d'echange -
      *    date, heure, evenement, partenaire, cle article, motif
      *    et programme emetteur (copybooks JECHS/JECHW/JECHP)
      *      E  document envoye au partenaire (FOREX010)
      *      R  document retransmis (file FIC-RETRANS, FOREX010)
      *      A  acquittement positif recu (FOREX022)
      *      N  acquittement negatif (REFUSE/REJETE), motif = code
      *         motif du partenaire (FOREX022)
      *      I  document entrant charge (FOREX010)
      *      J  document entrant rejete au controle de contenu,
      *         motif = motif de rejet (FOREX010)
      *    Partenaire a blanc : acquittement ou document entrant
      *    qui ne porte pas l'element <partenaire>
       FD  FIC-JRN-ECHANGES.
       01  JECH-REC.
           10 JECH-DATE            PIC 9(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-HEURE           PIC 9(06).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-EVENEMENT       PIC X(01).
               88 JECH-ENVOI                  VALUE 'E'.
               88 JECH-RETRANSMISSION         VALUE 'R'.
               88 JECH-ACQUITTEMENT           VALUE 'A'.
               88 JECH-ACQ-NEGATIF            VALUE 'N'.
               88 JECH-ENTRANT-CHARGE         VALUE 'I'.
               88 JECH-ENTRANT-REJETE         VALUE 'J'.
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-PARTENAIRE      PIC X(08).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-CLE             PIC X(10).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-MOTIF           PIC X(20).
           10 FILLER               PIC X(01)  VALUE SPACE.
           10 JECH-PROGRAMME       PIC X(08).
           10 FILLER               PIC X(13)  VALUE SPACE.
