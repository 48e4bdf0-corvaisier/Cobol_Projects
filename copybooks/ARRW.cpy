      *==============================================================*
      * ARRW - ZONES D'APPEL DU SERVICE D'ARRONDI PAR DEVISE         *
      *   FOREX089 (paragraphes en copybook ARRP).                   *
      *   WS-ARR-PROGRAMME est alimente en INIT. Avant               *
      *   ARRONDIT-MONTANT : WS-ARR-DEVISE, WS-ARR-USAGE (C          *
      *   conversion, T taxe, P penalite, R reglement),              *
      *   WS-ARR-PRECISION (decimales de la zone receptrice, 2 par   *
      *   defaut) et le montant non arrondi WS-ARR-BRUT ; le         *
      *   montant arrondi revient dans WS-ARR-ARRONDI.               *
      *==============================================================*
       77  WS-CALL-FOREX089        PIC X(10)  VALUE 'FOREX089'.
       01  WS-ARR-FONCTION         PIC X(01)  VALUE SPACE.
       01  WS-ARR-PROGRAMME        PIC X(08)  VALUE SPACE.
       01  WS-ARR-DEVISE           PIC X(03)  VALUE SPACE.
       01  WS-ARR-USAGE            PIC X(01)  VALUE SPACE.
           88 WS-ARR-CONVERSION               VALUE 'C'.
           88 WS-ARR-TAXE                     VALUE 'T'.
           88 WS-ARR-PENALITE                 VALUE 'P'.
           88 WS-ARR-REGLEMENT                VALUE 'R'.
       01  WS-ARR-PRECISION        PIC 9(01)  VALUE 2.
       01  WS-ARR-BRUT             PIC S9(11)V9(06) VALUE ZERO.
       01  WS-ARR-ARRONDI          PIC S9(11)V9(03) VALUE ZERO.
       01  WS-ARR-DECIMALES        PIC 9(01)  VALUE ZERO.
       01  WS-ARR-REGLE            PIC X(01)  VALUE SPACE.
       01  WS-ARR-STATUT           PIC 9      VALUE ZERO.
           88 WS-ARR-OK                       VALUE 1.
       01  WS-ARR-NB-ANOMALIES     PIC S9(9) COMP SYNC VALUE ZERO.
