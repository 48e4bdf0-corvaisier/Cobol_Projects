       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOREX109.
      *==============================================================*
      * PROGRAMME de routage des alertes vers l'astreinte            *
      *   - Une alerte E ou F du fil FIC-ALERTES (depassement SLA    *
      *     de FOREX042, run degrade...) n'etait vue que si          *
      *     quelqu'un ouvrait la console FOREX045 : ce programme,    *
      *     lance cycliquement par l'ordonnanceur (comme FOREX042),  *
      *     en fait une notification pour la passerelle de           *
      *     messagerie (FIC-NOTIFICATIONS), adressee a la personne   *
      *     d'astreinte du moment                                    *
      *   - FIC-ROUTAGE-ALERTES donne le groupe de support d'apres   *
      *     le programme et la severite ('*' = tous, la ligne la     *
      *     plus precise l'emporte)                                  *
      *   - FIC-ASTREINTE donne, par groupe, jour et plage horaire,  *
      *     le contact principal et le contact de secours. Le jour   *
      *     est une date AAAAMMJJ, FERIE (jour ferie du calendrier   *
      *     FOREX043), LUN a DIM ou TOUS - la ligne la plus precise  *
      *     l'emporte. Plage HHMM debut incluse, fin exclue (2400    *
      *     admis) : une nuit se decrit en deux lignes               *
      *   - Sans acquittement dans FIC-ALERTES-ACQ (console          *
      *     FOREX045) au-dela du delai du groupe (FIC-GROUPES-       *
      *     SUPPORT, en minutes - defaut 30), l'alerte est escaladee *
      *     au contact de secours                                    *
      *   - FIC-SUIVI-NOTIF garde d'un run a l'autre les alertes     *
      *     deja notifiees et leur niveau (P principal, S secours) ; *
      *     il est relu puis reecrit a chaque run. Une alerte        *
      *     acquittee, ou plus vieille que l'horizon de 24 heures,   *
      *     en sort (le rapport d'escalade de FOREX045 prend le      *
      *     relais pour les anciennes)                               *
      *   - Alerte sans groupe, groupe sans astreinte a l'heure      *
      *     dite, ou escalade sans contact de secours : alerte W et  *
      *     RC 4 (une alerte non notifiee est retentee au run        *
      *     suivant)                                                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       File-Control.
      *    FIC-ALERTES : fil consolide des alertes operateur, lu
      *    puis complete des alertes du routage
           COPY ALRTS.
      * Acquittements de la console FOREX045 (facultatif)
           SELECT FIC-ALERTES-ACQ
                     ASSIGN to FICAACQ
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ACQ.
      * Table de routage programme / severite -> groupe de support
           SELECT FIC-ROUTAGE-ALERTES
                     ASSIGN to FICROUT
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ROUT.
      * Groupes de support et delai d'escalade (facultatif)
           SELECT FIC-GROUPES-SUPPORT
                     ASSIGN to FICGRPS
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-GRPS.
      * Tableau d'astreinte par groupe, jour et plage horaire
           SELECT FIC-ASTREINTE
                     ASSIGN to FICASTR
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-ASTR.
      * Suivi des alertes notifiees, relu puis reecrit
           SELECT FIC-SUIVI-NOTIF
                     ASSIGN to FICNSUI
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-NSUI.
      * Notifications sortantes pour la passerelle de messagerie
           SELECT FIC-NOTIFICATIONS
                     ASSIGN to FICNOTI
                     ORGANIZATION is SEQUENTIAL
                     ACCESS MODE is SEQUENTIAL
                     FILE STATUS is WS-STATUS-NOTI.

      *
      *==============================================================*
      * DATA                                                         *
      *==============================================================*
       DATA DIVISION.
       FILE SECTION.
           COPY ALRT.

       FD  FIC-ALERTES-ACQ.
       01  ACQ-REC.
         10 ACQ-DATE-HEURE     PIC X(17).
         10 FILLER             PIC X(01).
         10 ACQ-CODE           PIC X(08).
         10 FILLER             PIC X(01).
         10 ACQ-OPERATEUR      PIC X(08).
         10 FILLER             PIC X(01).
         10 ACQ-NOTE           PIC X(26).
         10 FILLER             PIC X(01).
         10 ACQ-DATE-ACQ       PIC X(17).

      * Route : programme ('*' = tous), severite E / F ('*' = les
      * deux), groupe de support
       FD  FIC-ROUTAGE-ALERTES.
       01  ROUT-REC.
         10 ROUT-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 ROUT-SEVERITE      PIC X(01).
         10 FILLER             PIC X(01).
         10 ROUT-GROUPE        PIC X(08).
         10 FILLER             PIC X(61).

      * Groupe : code, delai d'escalade en minutes, libelle
       FD  FIC-GROUPES-SUPPORT.
       01  GRPS-REC.
         10 GRPS-GROUPE        PIC X(08).
         10 FILLER             PIC X(01).
         10 GRPS-DELAI         PIC 9(04).
         10 FILLER             PIC X(01).
         10 GRPS-LIBELLE       PIC X(30).
         10 FILLER             PIC X(36).

      * Astreinte : groupe, jour (AAAAMMJJ, FERIE, LUN a DIM ou
      * TOUS), plage HHMM, contact principal et contact de secours
      * avec leur adresse de messagerie
       FD  FIC-ASTREINTE.
       01  ASTR-REC.
         10 ASTR-GROUPE        PIC X(08).
         10 FILLER             PIC X(01).
         10 ASTR-JOUR          PIC X(08).
         10 FILLER             PIC X(01).
         10 ASTR-HEURE-DEBUT   PIC X(04).
         10 FILLER             PIC X(01).
         10 ASTR-HEURE-FIN     PIC X(04).
         10 FILLER             PIC X(01).
         10 ASTR-PRINCIPAL     PIC X(08).
         10 FILLER             PIC X(01).
         10 ASTR-ADR-PRINCIPAL PIC X(30).
         10 FILLER             PIC X(01).
         10 ASTR-SECOURS       PIC X(08).
         10 FILLER             PIC X(01).
         10 ASTR-ADR-SECOURS   PIC X(30).
         10 FILLER             PIC X(13).

      * Suivi : identite de l'alerte, groupe, niveau atteint et
      * horodatage / contact de chaque notification
       FD  FIC-SUIVI-NOTIF.
       01  SUIV-REC.
         10 SUIV-ALRT-DATE-HEURE PIC X(17).
         10 FILLER             PIC X(01).
         10 SUIV-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 SUIV-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 SUIV-GROUPE        PIC X(08).
         10 FILLER             PIC X(01).
         10 SUIV-NIVEAU        PIC X(01).
         10 FILLER             PIC X(01).
         10 SUIV-DATE-PRINC    PIC X(17).
         10 FILLER             PIC X(01).
         10 SUIV-CONTACT-PRINC PIC X(08).
         10 FILLER             PIC X(01).
         10 SUIV-DATE-SECOURS  PIC X(17).
         10 FILLER             PIC X(01).
         10 SUIV-CONTACT-SECOURS PIC X(08).
         10 FILLER             PIC X(20).

      * Notification : emission, niveau (P / S), destinataire et
      * alerte d'origine
       FD  FIC-NOTIFICATIONS.
       01  NOTI-REC.
         10 NOTI-DATE-HEURE    PIC X(17).
         10 FILLER             PIC X(01).
         10 NOTI-NIVEAU        PIC X(01).
         10 FILLER             PIC X(01).
         10 NOTI-GROUPE        PIC X(08).
         10 FILLER             PIC X(01).
         10 NOTI-CONTACT       PIC X(08).
         10 FILLER             PIC X(01).
         10 NOTI-ADRESSE       PIC X(30).
         10 FILLER             PIC X(01).
         10 NOTI-ALRT-DATE-HEURE PIC X(17).
         10 FILLER             PIC X(01).
         10 NOTI-PROGRAMME     PIC X(08).
         10 FILLER             PIC X(01).
         10 NOTI-SEVERITE      PIC X(01).
         10 FILLER             PIC X(01).
         10 NOTI-CODE          PIC X(08).
         10 FILLER             PIC X(01).
         10 NOTI-MESSAGE       PIC X(40).
         10 FILLER             PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-INDICATEURS.
           02  WS-INDIC-FIN-ALRT    PIC 9      VALUE ZERO.
               88 WS-FIN-ALRT                  VALUE 1.
           02  WS-STATUS-ACQ        PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ACQ     PIC 9      VALUE ZERO.
               88 WS-FIN-ACQ                   VALUE 1.
           02  WS-STATUS-ROUT       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ROUT    PIC 9      VALUE ZERO.
               88 WS-FIN-ROUT                  VALUE 1.
           02  WS-STATUS-GRPS       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-GRPS    PIC 9      VALUE ZERO.
               88 WS-FIN-GRPS                  VALUE 1.
           02  WS-STATUS-ASTR       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-ASTR    PIC 9      VALUE ZERO.
               88 WS-FIN-ASTR                  VALUE 1.
           02  WS-STATUS-NSUI       PIC 9(02)  VALUE ZERO.
           02  WS-INDIC-FIN-NSUI    PIC 9      VALUE ZERO.
               88 WS-FIN-NSUI                  VALUE 1.
           02  WS-STATUS-NOTI       PIC 9(02)  VALUE ZERO.
      *    Jour ferie (jour de semaine non ouvre au calendrier)
           02  WS-INDIC-FERIE       PIC 9      VALUE ZERO.
               88 WS-JOUR-FERIE                VALUE 1.
      *    Resultat des recherches en table
           02  WS-INDIC-TROUVE      PIC 9      VALUE ZERO.
               88 WS-TROUVE                    VALUE 1.
           02  WS-INDIC-HORO        PIC 9      VALUE ZERO.
               88 WS-HORO-VALIDE               VALUE 1.

       01  WS-COMPTEURS  COMP SYNC.
           02  WS-NB-ALRT-LUES      PIC S9(9)  VALUE ZERO.
           02  WS-NB-CANDIDATES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-HORS-TABLE     PIC S9(9)  VALUE ZERO.
           02  WS-NB-ACQ-LUS        PIC S9(9)  VALUE ZERO.
           02  WS-NB-ACQUITTEES     PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTIF-PRINC    PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTIF-SECOURS  PIC S9(9)  VALUE ZERO.
           02  WS-NB-NOTI-ECRITES   PIC S9(9)  VALUE ZERO.
           02  WS-NB-NON-ROUTEES    PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-ASTREINTE PIC S9(9)  VALUE ZERO.
           02  WS-NB-SANS-SECOURS   PIC S9(9)  VALUE ZERO.
           02  WS-NB-PARAM-INVALIDES PIC S9(9) VALUE ZERO.
           02  WS-NB-SUIVI-LUS      PIC S9(9)  VALUE ZERO.
           02  WS-NB-SUIVI-ECRITS   PIC S9(9)  VALUE ZERO.

       01  WS-ZONES-AFFICHAGE.
           02  WS-NB-EDT            PIC ZZZ.ZZZ.ZZ9.

      *    Horizon des alertes a router (24 heures) et delai
      *    d'escalade par defaut d'un groupe (30 minutes)
       01  WS-HORIZON-MINUTES       PIC S9(9) COMP SYNC VALUE 1440.
       01  WS-DELAI-DEFAUT          PIC 9(04)  VALUE 30.

      *    Routes de FIC-ROUTAGE-ALERTES
       01  WS-NB-ROUTES             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ROUTES.
           02  WS-RTE-ENTREE OCCURS 100.
               05 WS-RTE-PROGRAMME  PIC X(08).
               05 WS-RTE-SEVERITE   PIC X(01).
               05 WS-RTE-GROUPE     PIC X(08).
       01  WS-IDX-RTE               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Groupes de support de FIC-GROUPES-SUPPORT
       01  WS-NB-GROUPES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-GROUPES.
           02  WS-GRP-ENTREE OCCURS 50.
               05 WS-GRP-GROUPE     PIC X(08).
               05 WS-GRP-DELAI      PIC 9(04).
       01  WS-IDX-GRP               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Lignes d'astreinte de FIC-ASTREINTE
       01  WS-NB-ASTREINTES         PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ASTREINTES.
           02  WS-AST-ENTREE OCCURS 300.
               05 WS-AST-GROUPE     PIC X(08).
               05 WS-AST-JOUR       PIC X(08).
               05 WS-AST-DEBUT      PIC 9(04).
               05 WS-AST-FIN        PIC 9(04).
               05 WS-AST-PRINCIPAL  PIC X(08).
               05 WS-AST-ADR-PRINC  PIC X(30).
               05 WS-AST-SECOURS    PIC X(08).
               05 WS-AST-ADR-SECOURS PIC X(30).
       01  WS-IDX-AST               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Alertes E / F de l'horizon, a router
       01  WS-NB-ALERTES            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-ALERTES.
           02  WS-ALT-ENTREE OCCURS 500.
               05 WS-ALT-PROGRAMME  PIC X(08).
               05 WS-ALT-SEVERITE   PIC X(01).
               05 WS-ALT-CODE       PIC X(08).
               05 WS-ALT-DATE-HEURE PIC X(17).
               05 WS-ALT-MESSAGE    PIC X(40).
               05 WS-ALT-ACQUITTEE  PIC 9.
                   88 WS-ALT-EST-ACQUITTEE     VALUE 1.
       01  WS-IDX-ALT               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Suivi des notifications (FIC-SUIVI-NOTIF) : seules les
      *    entrees retenues par ce run sont reecrites
       01  WS-NB-SUIVIS             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-TAB-SUIVIS.
           02  WS-SUI-ENTREE OCCURS 500.
               05 WS-SUI-ALRT-DATE-HEURE PIC X(17).
               05 WS-SUI-PROGRAMME  PIC X(08).
               05 WS-SUI-CODE       PIC X(08).
               05 WS-SUI-GROUPE     PIC X(08).
               05 WS-SUI-NIVEAU     PIC X(01).
                   88 WS-SUI-PRINCIPAL          VALUE 'P'.
                   88 WS-SUI-SECOURS            VALUE 'S'.
               05 WS-SUI-DATE-PRINC PIC X(17).
               05 WS-SUI-CONTACT-PRINC PIC X(08).
               05 WS-SUI-DATE-SECOURS PIC X(17).
               05 WS-SUI-CONTACT-SECOURS PIC X(08).
               05 WS-SUI-RETENU     PIC 9.
                   88 WS-SUI-EST-RETENU        VALUE 1.
       01  WS-IDX-SUI               PIC S9(4) COMP SYNC VALUE ZERO.

      *    Resultat du routage et de la recherche d'astreinte
       01  WS-GROUPE-ROUTE          PIC X(08)  VALUE SPACE.
       01  WS-DELAI-GROUPE          PIC 9(04)  VALUE ZERO.
       01  WS-SCORE                 PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-SCORE-MAX             PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-IDX-RETENU            PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CONTACT               PIC X(08)  VALUE SPACE.
       01  WS-ADRESSE               PIC X(30)  VALUE SPACE.
       01  WS-NIVEAU-NOTIF          PIC X(01)  VALUE SPACE.

      *    Horodatage AAAA-MM-JJ-HHMMSS converti en minutes
       01  WS-HORO-TXT              PIC X(17)  VALUE SPACE.
       01  WS-HORO-DATE-TXT         PIC X(08)  VALUE SPACE.
       01  WS-HORO-DATE-NUM         PIC 9(08)  VALUE ZERO.
       01  WS-HORO-HHMM-TXT         PIC X(04)  VALUE SPACE.
       01  WS-HORO-HHMM-NUM         PIC 9(04)  VALUE ZERO.
       01  WS-HORO-MINUTES          PIC S9(11) COMP SYNC VALUE ZERO.
       01  WS-MINUTES-COURANTES     PIC S9(11) COMP SYNC VALUE ZERO.
       01  WS-ECART-MINUTES         PIC S9(11) COMP SYNC VALUE ZERO.

      *    Jour et heure du run : date, code du jour, HHMM
       01  WS-DATE-COURANTE-TXT     PIC X(08)  VALUE SPACE.
       01  WS-HHMM-COURANT          PIC 9(04)  VALUE ZERO.
       01  WS-JOUR-SEMAINE          PIC S9(4) COMP SYNC VALUE ZERO.
       01  WS-CODE-JOUR             PIC X(08)  VALUE SPACE.
       01  WS-LIBELLES-JOURS.
           05 FILLER PIC X(03) VALUE 'LUN'.
           05 FILLER PIC X(03) VALUE 'MAR'.
           05 FILLER PIC X(03) VALUE 'MER'.
           05 FILLER PIC X(03) VALUE 'JEU'.
           05 FILLER PIC X(03) VALUE 'VEN'.
           05 FILLER PIC X(03) VALUE 'SAM'.
           05 FILLER PIC X(03) VALUE 'DIM'.
       01  WS-LIB-JOURS-R REDEFINES WS-LIBELLES-JOURS.
           05  WS-LIB-JOUR     PIC X(03) OCCURS 7.

      *    Appel du calendrier d'exploitation FOREX043
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

      *    Date et heure systeme, pour l'horodatage des
      *    notifications
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

      *    Fil des alertes : zones de travail (dont WS-STATUS-ALRT)
           COPY ALRTW.
      *    Zones de controle du file status, partagées avec FOREX009
           COPY FSTATAB.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMW.
      *    Code retour gradue du run
           COPY RCGRADW.
      *
      *==============================================================*
      * PROCEDURE                                                    *
      *==============================================================*
       PROCEDURE DIVISION.

      * Début du pgm

       MAIN.
           PERFORM INIT             *> Init, tables de parametres
           PERFORM CHARGE-ALERTES   *> Alertes E / F de l'horizon
           PERFORM CHARGE-ACQUITTEMENTS
           PERFORM TRAITE-ALERTE    *> Notification ou escalade
             VARYING WS-IDX-ALT
             FROM    1 BY 1
             UNTIL   WS-IDX-ALT > WS-NB-ALERTES
           PERFORM FIN              *> Suivi, alertes, resume
           GOBACK.

       INIT.
           INITIALIZE  WS-INDICATEURS
           INITIALIZE  WS-COMPTEURS

      *    Resume de fin de job standardise
           MOVE 'FOREX109'  TO WS-JSUM-PROGRAMME
           PERFORM DEBUT-RESUME-JOB
           MOVE 'FOREX109'  TO WS-ALRT-PROGRAMME

      *    Jour et heure du run : minutes ecoulees, jour de la
      *    semaine (1 = lundi, le 01/01/1601 etait un lundi) et
      *    jour ferie d'apres le calendrier d'exploitation
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-SYS
           STRING WS-DHS-ANNEE "-" WS-DHS-MOIS "-" WS-DHS-JOUR "-"
                  WS-DHS-HEURE WS-DHS-MINUTE WS-DHS-SECONDE
                  DELIMITED BY SIZE
             INTO WS-DATE-HEURE-EDT
           MOVE WS-DATE-HEURE-EDT   TO WS-HORO-TXT
           PERFORM CALCULE-MINUTES
           MOVE WS-HORO-MINUTES     TO WS-MINUTES-COURANTES
           MOVE WS-DHS-DATE         TO WS-DATE-COURANTE-TXT
           COMPUTE WS-HHMM-COURANT = WS-DHS-HEURE * 100
                                   + WS-DHS-MINUTE
           COMPUTE WS-JOUR-SEMAINE =
                   FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                 (WS-HORO-DATE-NUM) - 1, 7) + 1
           MOVE WS-LIB-JOUR (WS-JOUR-SEMAINE) TO WS-CODE-JOUR

           MOVE WS-DHS-DATE         TO WS-CAL-DATE-1
           MOVE 'O'                 TO WS-CAL-FONCTION
           CALL WS-CALL-FOREX043 USING WS-CAL-FONCTION
                                       WS-CAL-JURIDICTION
                                       WS-CAL-DATE-1
                                       WS-CAL-DATE-2
                                       WS-CAL-DATE-RES
                                       WS-CAL-NB-JOURS
                                       WS-CAL-OUVRE
                                       WS-CAL-STATUT
           IF WS-CAL-OK AND WS-CAL-OUVRE = 'N'
              AND WS-JOUR-SEMAINE <= 5
              SET WS-JOUR-FERIE     TO TRUE
           END-IF
           DISPLAY 'FOREX109 : routage du ' WS-DATE-HEURE-EDT
                   ' jour ' WS-CODE-JOUR ' ferie ' WS-INDIC-FERIE

           PERFORM CHARGE-ROUTES
           PERFORM CHARGE-GROUPES
           PERFORM CHARGE-ASTREINTES
           PERFORM CHARGE-SUIVI

      *    Les notifications s'ajoutent a la boite de la passerelle,
      *    videe par elle a chaque prise en charge
           OPEN EXTEND FIC-NOTIFICATIONS
           IF WS-STATUS-NOTI NOT = '00'
              OPEN OUTPUT FIC-NOTIFICATIONS
              MOVE WS-STATUS-NOTI   TO WS-FSTA-STATUT
              MOVE 'FIC-NOTI'       TO WS-FSTA-FICHIER
              PERFORM CONTROLE-FILE-STATUT
           END-IF
           .

      *    Table de routage - obligatoire : sans elle aucune
      *    alerte ne peut etre adressee
       CHARGE-ROUTES.
           OPEN INPUT FIC-ROUTAGE-ALERTES
           MOVE WS-STATUS-ROUT      TO WS-FSTA-STATUT
           MOVE 'FIC-ROUT'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-ROUT
              READ FIC-ROUTAGE-ALERTES
               AT END
                 SET WS-FIN-ROUT    TO TRUE
               NOT AT END
                 IF ROUT-PROGRAMME = SPACE
                    OR ROUT-GROUPE = SPACE
                    OR (ROUT-SEVERITE NOT = 'E'
                        AND ROUT-SEVERITE NOT = 'F'
                        AND ROUT-SEVERITE NOT = '*')
                    ADD 1           TO WS-NB-PARAM-INVALIDES
                    DISPLAY 'FOREX109 : route invalide ignoree : '
                            ROUT-REC (1:20)
                 ELSE
                    IF WS-NB-ROUTES < 100
                       ADD 1        TO WS-NB-ROUTES
                       MOVE ROUT-PROGRAMME
                         TO WS-RTE-PROGRAMME (WS-NB-ROUTES)
                       MOVE ROUT-SEVERITE
                         TO WS-RTE-SEVERITE (WS-NB-ROUTES)
                       MOVE ROUT-GROUPE
                         TO WS-RTE-GROUPE (WS-NB-ROUTES)
                    ELSE
                       ADD 1        TO WS-NB-PARAM-INVALIDES
                       DISPLAY 'FOREX109 : table des routes pleine '
                               '(100), route ignoree : '
                               ROUT-REC (1:20)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-ROUTAGE-ALERTES
           .

      *    Groupes de support - facultatif : delai par defaut
       CHARGE-GROUPES.
           OPEN INPUT FIC-GROUPES-SUPPORT
           IF WS-STATUS-GRPS NOT = '00'
              DISPLAY 'FOREX109 : FIC-GROUPES-SUPPORT absent, delai '
                      'd''escalade de ' WS-DELAI-DEFAUT ' minutes'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-GRPS
              READ FIC-GROUPES-SUPPORT
               AT END
                 SET WS-FIN-GRPS    TO TRUE
               NOT AT END
                 IF GRPS-GROUPE = SPACE
                    OR GRPS-DELAI NOT NUMERIC
                    OR GRPS-DELAI = ZERO
                    ADD 1           TO WS-NB-PARAM-INVALIDES
                    DISPLAY 'FOREX109 : groupe invalide ignore : '
                            GRPS-REC (1:20)
                 ELSE
                    IF WS-NB-GROUPES < 50
                       ADD 1        TO WS-NB-GROUPES
                       MOVE GRPS-GROUPE
                         TO WS-GRP-GROUPE (WS-NB-GROUPES)
                       MOVE GRPS-DELAI
                         TO WS-GRP-DELAI (WS-NB-GROUPES)
                    ELSE
                       ADD 1        TO WS-NB-PARAM-INVALIDES
                       DISPLAY 'FOREX109 : table des groupes pleine '
                               '(50), groupe ignore : '
                               GRPS-GROUPE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-GROUPES-SUPPORT
           .

      *    Tableau d'astreinte - obligatoire
       CHARGE-ASTREINTES.
           OPEN INPUT FIC-ASTREINTE
           MOVE WS-STATUS-ASTR      TO WS-FSTA-STATUT
           MOVE 'FIC-ASTR'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM UNTIL WS-FIN-ASTR
              READ FIC-ASTREINTE
               AT END
                 SET WS-FIN-ASTR    TO TRUE
               NOT AT END
                 PERFORM RETIENT-ASTREINTE
              END-READ
           END-PERFORM
           CLOSE FIC-ASTREINTE
           .

       RETIENT-ASTREINTE.
           IF ASTR-GROUPE = SPACE
              OR ASTR-JOUR = SPACE
              OR ASTR-PRINCIPAL = SPACE
              OR ASTR-HEURE-DEBUT NOT NUMERIC
              OR ASTR-HEURE-FIN NOT NUMERIC
              OR ASTR-HEURE-DEBUT >= ASTR-HEURE-FIN
              OR ASTR-HEURE-FIN > '2400'
              ADD 1                 TO WS-NB-PARAM-INVALIDES
              DISPLAY 'FOREX109 : ligne d''astreinte invalide '
                      'ignoree : ' ASTR-REC (1:40)
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-ASTREINTES >= 300
              ADD 1                 TO WS-NB-PARAM-INVALIDES
              DISPLAY 'FOREX109 : table d''astreinte pleine (300), '
                      'ligne ignoree : ' ASTR-REC (1:40)
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-ASTREINTES
           MOVE ASTR-GROUPE    TO WS-AST-GROUPE (WS-NB-ASTREINTES)
           MOVE ASTR-JOUR      TO WS-AST-JOUR (WS-NB-ASTREINTES)
           MOVE ASTR-HEURE-DEBUT
                               TO WS-AST-DEBUT (WS-NB-ASTREINTES)
           MOVE ASTR-HEURE-FIN TO WS-AST-FIN (WS-NB-ASTREINTES)
           MOVE ASTR-PRINCIPAL
                               TO WS-AST-PRINCIPAL (WS-NB-ASTREINTES)
           MOVE ASTR-ADR-PRINCIPAL
                               TO WS-AST-ADR-PRINC (WS-NB-ASTREINTES)
           MOVE ASTR-SECOURS   TO WS-AST-SECOURS (WS-NB-ASTREINTES)
           MOVE ASTR-ADR-SECOURS
                               TO WS-AST-ADR-SECOURS (WS-NB-ASTREINTES)
           .

      *    Suivi des runs precedents - absent au premier run
       CHARGE-SUIVI.
           OPEN INPUT FIC-SUIVI-NOTIF
           IF WS-STATUS-NSUI NOT = '00'
              DISPLAY 'FOREX109 : FIC-SUIVI-NOTIF absent, aucune '
                      'alerte deja notifiee'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-NSUI
              READ FIC-SUIVI-NOTIF
               AT END
                 SET WS-FIN-NSUI    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-SUIVI-LUS
                 IF WS-NB-SUIVIS < 500
                    ADD 1           TO WS-NB-SUIVIS
                    MOVE SUIV-ALRT-DATE-HEURE
                      TO WS-SUI-ALRT-DATE-HEURE (WS-NB-SUIVIS)
                    MOVE SUIV-PROGRAMME
                      TO WS-SUI-PROGRAMME (WS-NB-SUIVIS)
                    MOVE SUIV-CODE  TO WS-SUI-CODE (WS-NB-SUIVIS)
                    MOVE SUIV-GROUPE
                      TO WS-SUI-GROUPE (WS-NB-SUIVIS)
                    MOVE SUIV-NIVEAU
                      TO WS-SUI-NIVEAU (WS-NB-SUIVIS)
                    MOVE SUIV-DATE-PRINC
                      TO WS-SUI-DATE-PRINC (WS-NB-SUIVIS)
                    MOVE SUIV-CONTACT-PRINC
                      TO WS-SUI-CONTACT-PRINC (WS-NB-SUIVIS)
                    MOVE SUIV-DATE-SECOURS
                      TO WS-SUI-DATE-SECOURS (WS-NB-SUIVIS)
                    MOVE SUIV-CONTACT-SECOURS
                      TO WS-SUI-CONTACT-SECOURS (WS-NB-SUIVIS)
                    MOVE ZERO       TO WS-SUI-RETENU (WS-NB-SUIVIS)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-SUIVI-NOTIF
           .

      *    Alertes E et F de moins de 24 heures, en table
       CHARGE-ALERTES.
           OPEN INPUT FIC-ALERTES
           IF WS-STATUS-ALRT NOT = '00'
              DISPLAY 'FOREX109 : FIC-ALERTES absent, aucune alerte '
                      'a router'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-ALRT
              READ FIC-ALERTES
               AT END
                 SET WS-FIN-ALRT    TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ALRT-LUES
                 IF ALRT-SEVERITE = 'E' OR ALRT-SEVERITE = 'F'
                    PERFORM RETIENT-ALERTE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE FIC-ALERTES
           .

       RETIENT-ALERTE.
           MOVE ALRT-DATE-HEURE     TO WS-HORO-TXT
           PERFORM CALCULE-MINUTES
           IF NOT WS-HORO-VALIDE
              EXIT PARAGRAPH
           END-IF
           IF WS-MINUTES-COURANTES - WS-HORO-MINUTES
              > WS-HORIZON-MINUTES
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-CANDIDATES
           IF WS-NB-ALERTES >= 500
              ADD 1                 TO WS-NB-HORS-TABLE
              EXIT PARAGRAPH
           END-IF
           ADD 1                    TO WS-NB-ALERTES
           MOVE ALRT-PROGRAMME  TO WS-ALT-PROGRAMME (WS-NB-ALERTES)
           MOVE ALRT-SEVERITE   TO WS-ALT-SEVERITE (WS-NB-ALERTES)
           MOVE ALRT-CODE       TO WS-ALT-CODE (WS-NB-ALERTES)
           MOVE ALRT-DATE-HEURE TO WS-ALT-DATE-HEURE (WS-NB-ALERTES)
           MOVE ALRT-MESSAGE    TO WS-ALT-MESSAGE (WS-NB-ALERTES)
           MOVE ZERO            TO WS-ALT-ACQUITTEE (WS-NB-ALERTES)
           .

      *    Report des acquittements de la console FOREX045 sur la
      *    table (l'identite d'une alerte est son horodatage)
       CHARGE-ACQUITTEMENTS.
           OPEN INPUT FIC-ALERTES-ACQ
           IF WS-STATUS-ACQ NOT = '00'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIN-ACQ
              READ FIC-ALERTES-ACQ
               AT END
                 SET WS-FIN-ACQ     TO TRUE
               NOT AT END
                 ADD 1              TO WS-NB-ACQ-LUS
                 PERFORM VARYING WS-IDX-ALT
                         FROM    1 BY 1
                         UNTIL   WS-IDX-ALT > WS-NB-ALERTES
                    IF WS-ALT-DATE-HEURE (WS-IDX-ALT)
                       = ACQ-DATE-HEURE
                       MOVE 1       TO WS-ALT-ACQUITTEE (WS-IDX-ALT)
                    END-IF
                 END-PERFORM
              END-READ
           END-PERFORM
           CLOSE FIC-ALERTES-ACQ
           .

      *    Une alerte de l'horizon : premiere notification,
      *    escalade au secours, ou rien
       TRAITE-ALERTE.
           PERFORM CHERCHE-SUIVI

           IF WS-ALT-EST-ACQUITTEE (WS-IDX-ALT)
              IF WS-TROUVE
                 ADD 1              TO WS-NB-ACQUITTEES
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-TROUVE
              PERFORM NOTIFIE-PRINCIPAL
              EXIT PARAGRAPH
           END-IF

           MOVE 1                   TO WS-SUI-RETENU (WS-IDX-SUI)
           IF WS-SUI-PRINCIPAL (WS-IDX-SUI)
              PERFORM EXAMINE-ESCALADE
           END-IF
           .

      *    Entree de suivi de l'alerte courante (horodatage,
      *    programme et code)
       CHERCHE-SUIVI.
           MOVE ZERO                TO WS-INDIC-TROUVE
           PERFORM VARYING WS-IDX-SUI
                   FROM    1 BY 1
                   UNTIL   WS-IDX-SUI > WS-NB-SUIVIS
                        OR WS-TROUVE
              IF WS-SUI-ALRT-DATE-HEURE (WS-IDX-SUI)
                 = WS-ALT-DATE-HEURE (WS-IDX-ALT)
                 AND WS-SUI-PROGRAMME (WS-IDX-SUI)
                     = WS-ALT-PROGRAMME (WS-IDX-ALT)
                 AND WS-SUI-CODE (WS-IDX-SUI)
                     = WS-ALT-CODE (WS-IDX-ALT)
                 SET WS-TROUVE      TO TRUE
              END-IF
           END-PERFORM
           IF WS-TROUVE
              SUBTRACT 1            FROM WS-IDX-SUI
           END-IF
           .

      *    Premiere notification, au contact principal d'astreinte
      *    du groupe de l'alerte
       NOTIFIE-PRINCIPAL.
           PERFORM CHERCHE-ROUTE
           IF WS-GROUPE-ROUTE = SPACE
              ADD 1                 TO WS-NB-NON-ROUTEES
              DISPLAY 'FOREX109 : aucune route pour '
                      WS-ALT-PROGRAMME (WS-IDX-ALT) ' '
                      WS-ALT-SEVERITE (WS-IDX-ALT) ' '
                      WS-ALT-DATE-HEURE (WS-IDX-ALT)
              EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHE-ASTREINTE
           IF WS-IDX-RETENU = ZERO
              ADD 1                 TO WS-NB-SANS-ASTREINTE
              DISPLAY 'FOREX109 : aucune astreinte pour le groupe '
                      WS-GROUPE-ROUTE ' a ' WS-HHMM-COURANT
              EXIT PARAGRAPH
           END-IF
           IF WS-NB-SUIVIS >= 500
              ADD 1                 TO WS-NB-HORS-TABLE
              DISPLAY 'FOREX109 : table de suivi pleine (500), '
                      'alerte non notifiee '
                      WS-ALT-DATE-HEURE (WS-IDX-ALT)
              EXIT PARAGRAPH
           END-IF

           MOVE WS-AST-PRINCIPAL (WS-IDX-RETENU) TO WS-CONTACT
           MOVE WS-AST-ADR-PRINC (WS-IDX-RETENU) TO WS-ADRESSE
           MOVE 'P'                 TO WS-NIVEAU-NOTIF
           PERFORM ECRIT-NOTIFICATION
           ADD 1                    TO WS-NB-NOTIF-PRINC

           ADD 1                    TO WS-NB-SUIVIS
           MOVE WS-ALT-DATE-HEURE (WS-IDX-ALT)
             TO WS-SUI-ALRT-DATE-HEURE (WS-NB-SUIVIS)
           MOVE WS-ALT-PROGRAMME (WS-IDX-ALT)
             TO WS-SUI-PROGRAMME (WS-NB-SUIVIS)
           MOVE WS-ALT-CODE (WS-IDX-ALT)
             TO WS-SUI-CODE (WS-NB-SUIVIS)
           MOVE WS-GROUPE-ROUTE     TO WS-SUI-GROUPE (WS-NB-SUIVIS)
           MOVE 'P'                 TO WS-SUI-NIVEAU (WS-NB-SUIVIS)
           MOVE WS-DATE-HEURE-EDT
             TO WS-SUI-DATE-PRINC (WS-NB-SUIVIS)
           MOVE WS-CONTACT
             TO WS-SUI-CONTACT-PRINC (WS-NB-SUIVIS)
           MOVE SPACE     TO WS-SUI-DATE-SECOURS (WS-NB-SUIVIS)
           MOVE SPACE     TO WS-SUI-CONTACT-SECOURS (WS-NB-SUIVIS)
           MOVE 1                   TO WS-SUI-RETENU (WS-NB-SUIVIS)
           .

      *    Alerte notifiee au principal et toujours sans
      *    acquittement : escalade au secours une fois le delai du
      *    groupe ecoule
       EXAMINE-ESCALADE.
           MOVE WS-SUI-GROUPE (WS-IDX-SUI) TO WS-GROUPE-ROUTE
           PERFORM CHERCHE-DELAI
           MOVE WS-SUI-DATE-PRINC (WS-IDX-SUI) TO WS-HORO-TXT
           PERFORM CALCULE-MINUTES
           IF NOT WS-HORO-VALIDE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ECART-MINUTES
                 = WS-MINUTES-COURANTES - WS-HORO-MINUTES
           IF WS-ECART-MINUTES < WS-DELAI-GROUPE
              EXIT PARAGRAPH
           END-IF

      *    Le niveau passe a S meme sans secours a l'astreinte :
      *    l'anomalie est signalee une fois, pas a chaque run
           MOVE 'S'                 TO WS-SUI-NIVEAU (WS-IDX-SUI)
           MOVE WS-DATE-HEURE-EDT   TO WS-SUI-DATE-SECOURS (WS-IDX-SUI)
           PERFORM CHERCHE-ASTREINTE
           IF WS-IDX-RETENU = ZERO
              OR WS-AST-SECOURS (WS-IDX-RETENU) = SPACE
              ADD 1                 TO WS-NB-SANS-SECOURS
              DISPLAY 'FOREX109 : pas de secours pour le groupe '
                      WS-GROUPE-ROUTE ', alerte '
                      WS-ALT-DATE-HEURE (WS-IDX-ALT)
                      ' non escaladee'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AST-SECOURS (WS-IDX-RETENU)     TO WS-CONTACT
           MOVE WS-AST-ADR-SECOURS (WS-IDX-RETENU) TO WS-ADRESSE
           MOVE 'S'                 TO WS-NIVEAU-NOTIF
           PERFORM ECRIT-NOTIFICATION
           ADD 1                    TO WS-NB-NOTIF-SECOURS
           MOVE WS-CONTACT   TO WS-SUI-CONTACT-SECOURS (WS-IDX-SUI)
           .

      *    Route la plus precise : programme et severite exacts (4),
      *    programme exact (3), severite exacte (2), '*' '*' (1)
       CHERCHE-ROUTE.
           MOVE SPACE               TO WS-GROUPE-ROUTE
           MOVE ZERO                TO WS-SCORE-MAX
           PERFORM VARYING WS-IDX-RTE
                   FROM    1 BY 1
                   UNTIL   WS-IDX-RTE > WS-NB-ROUTES
              MOVE ZERO             TO WS-SCORE
              IF WS-RTE-PROGRAMME (WS-IDX-RTE)
                 = WS-ALT-PROGRAMME (WS-IDX-ALT)
                 ADD 2              TO WS-SCORE
              ELSE
                 IF WS-RTE-PROGRAMME (WS-IDX-RTE) NOT = '*'
                    MOVE -9         TO WS-SCORE
                 END-IF
              END-IF
              IF WS-RTE-SEVERITE (WS-IDX-RTE)
                 = WS-ALT-SEVERITE (WS-IDX-ALT)
                 ADD 2              TO WS-SCORE
              ELSE
                 IF WS-RTE-SEVERITE (WS-IDX-RTE) = '*'
                    ADD 1           TO WS-SCORE
                 ELSE
                    MOVE -9         TO WS-SCORE
                 END-IF
              END-IF
              IF WS-SCORE > WS-SCORE-MAX
                 MOVE WS-SCORE      TO WS-SCORE-MAX
                 MOVE WS-RTE-GROUPE (WS-IDX-RTE) TO WS-GROUPE-ROUTE
              END-IF
           END-PERFORM
           .

      *    Delai d'escalade du groupe WS-GROUPE-ROUTE
       CHERCHE-DELAI.
           MOVE WS-DELAI-DEFAUT     TO WS-DELAI-GROUPE
           PERFORM VARYING WS-IDX-GRP
                   FROM    1 BY 1
                   UNTIL   WS-IDX-GRP > WS-NB-GROUPES
              IF WS-GRP-GROUPE (WS-IDX-GRP) = WS-GROUPE-ROUTE
                 MOVE WS-GRP-DELAI (WS-IDX-GRP) TO WS-DELAI-GROUPE
              END-IF
           END-PERFORM
           .

      *    Ligne d'astreinte du groupe WS-GROUPE-ROUTE couvrant
      *    l'heure du run ; la plus precise l'emporte : date du jour
      *    (4), FERIE un jour ferie (3), jour de la semaine (2),
      *    TOUS (1). WS-IDX-RETENU a zero si aucune
       CHERCHE-ASTREINTE.
           MOVE ZERO                TO WS-IDX-RETENU
           MOVE ZERO                TO WS-SCORE-MAX
           PERFORM VARYING WS-IDX-AST
                   FROM    1 BY 1
                   UNTIL   WS-IDX-AST > WS-NB-ASTREINTES
              MOVE ZERO             TO WS-SCORE
              IF WS-AST-GROUPE (WS-IDX-AST) = WS-GROUPE-ROUTE
                 AND WS-AST-DEBUT (WS-IDX-AST) <= WS-HHMM-COURANT
                 AND WS-AST-FIN (WS-IDX-AST) > WS-HHMM-COURANT
                 EVALUATE TRUE
                    WHEN WS-AST-JOUR (WS-IDX-AST)
                         = WS-DATE-COURANTE-TXT
                       MOVE 4       TO WS-SCORE
                    WHEN WS-AST-JOUR (WS-IDX-AST) = 'FERIE'
                         AND WS-JOUR-FERIE
                       MOVE 3       TO WS-SCORE
                    WHEN WS-AST-JOUR (WS-IDX-AST) = WS-CODE-JOUR
                       MOVE 2       TO WS-SCORE
                    WHEN WS-AST-JOUR (WS-IDX-AST) = 'TOUS'
                       MOVE 1       TO WS-SCORE
                 END-EVALUATE
              END-IF
              IF WS-SCORE > WS-SCORE-MAX
                 MOVE WS-SCORE      TO WS-SCORE-MAX
                 MOVE WS-IDX-AST    TO WS-IDX-RETENU
              END-IF
           END-PERFORM
           .

      *    Notification de l'alerte courante a WS-CONTACT
       ECRIT-NOTIFICATION.
           MOVE SPACES              TO NOTI-REC
           MOVE WS-DATE-HEURE-EDT   TO NOTI-DATE-HEURE
           MOVE WS-NIVEAU-NOTIF     TO NOTI-NIVEAU
           MOVE WS-GROUPE-ROUTE     TO NOTI-GROUPE
           MOVE WS-CONTACT          TO NOTI-CONTACT
           MOVE WS-ADRESSE          TO NOTI-ADRESSE
           MOVE WS-ALT-DATE-HEURE (WS-IDX-ALT) TO NOTI-ALRT-DATE-HEURE
           MOVE WS-ALT-PROGRAMME (WS-IDX-ALT)  TO NOTI-PROGRAMME
           MOVE WS-ALT-SEVERITE (WS-IDX-ALT)   TO NOTI-SEVERITE
           MOVE WS-ALT-CODE (WS-IDX-ALT)       TO NOTI-CODE
           MOVE WS-ALT-MESSAGE (WS-IDX-ALT)    TO NOTI-MESSAGE
           WRITE NOTI-REC
           MOVE WS-STATUS-NOTI      TO WS-FSTA-STATUT
           MOVE 'FIC-NOTI'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           ADD 1                    TO WS-NB-NOTI-ECRITES
           .

      *    Horodatage AAAA-MM-JJ-HHMMSS de WS-HORO-TXT en minutes
      *    (jour entier x 1440 + heure x 60 + minute)
       CALCULE-MINUTES.
           MOVE ZERO                TO WS-INDIC-HORO
           MOVE ZERO                TO WS-HORO-MINUTES
           STRING WS-HORO-TXT (1:4) WS-HORO-TXT (6:2)
                  WS-HORO-TXT (9:2)
                  DELIMITED BY SIZE
             INTO WS-HORO-DATE-TXT
           MOVE WS-HORO-TXT (12:4)  TO WS-HORO-HHMM-TXT
           IF WS-HORO-DATE-TXT NOT NUMERIC
              OR WS-HORO-HHMM-TXT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HORO-DATE-TXT    TO WS-HORO-DATE-NUM
           MOVE WS-HORO-HHMM-TXT    TO WS-HORO-HHMM-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-HORO-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HORO-MINUTES
                 = FUNCTION INTEGER-OF-DATE (WS-HORO-DATE-NUM) * 1440
                 + (WS-HORO-HHMM-NUM / 100) * 60
                 + FUNCTION MOD (WS-HORO-HHMM-NUM, 100)
           SET WS-HORO-VALIDE       TO TRUE
           .

      *    Reecriture du suivi : alertes notifiees encore ouvertes
      *    et dans l'horizon
       REECRIT-SUIVI.
           OPEN OUTPUT FIC-SUIVI-NOTIF
           MOVE WS-STATUS-NSUI      TO WS-FSTA-STATUT
           MOVE 'FIC-NSUI'          TO WS-FSTA-FICHIER
           PERFORM CONTROLE-FILE-STATUT
           PERFORM VARYING WS-IDX-SUI
                   FROM    1 BY 1
                   UNTIL   WS-IDX-SUI > WS-NB-SUIVIS
              IF WS-SUI-EST-RETENU (WS-IDX-SUI)
                 MOVE SPACES        TO SUIV-REC
                 MOVE WS-SUI-ALRT-DATE-HEURE (WS-IDX-SUI)
                   TO SUIV-ALRT-DATE-HEURE
                 MOVE WS-SUI-PROGRAMME (WS-IDX-SUI) TO SUIV-PROGRAMME
                 MOVE WS-SUI-CODE (WS-IDX-SUI)      TO SUIV-CODE
                 MOVE WS-SUI-GROUPE (WS-IDX-SUI)    TO SUIV-GROUPE
                 MOVE WS-SUI-NIVEAU (WS-IDX-SUI)    TO SUIV-NIVEAU
                 MOVE WS-SUI-DATE-PRINC (WS-IDX-SUI)
                   TO SUIV-DATE-PRINC
                 MOVE WS-SUI-CONTACT-PRINC (WS-IDX-SUI)
                   TO SUIV-CONTACT-PRINC
                 MOVE WS-SUI-DATE-SECOURS (WS-IDX-SUI)
                   TO SUIV-DATE-SECOURS
                 MOVE WS-SUI-CONTACT-SECOURS (WS-IDX-SUI)
                   TO SUIV-CONTACT-SECOURS
                 WRITE SUIV-REC
                 MOVE WS-STATUS-NSUI TO WS-FSTA-STATUT
                 PERFORM CONTROLE-FILE-STATUT
                 ADD 1              TO WS-NB-SUIVI-ECRITS
              END-IF
           END-PERFORM
           CLOSE FIC-SUIVI-NOTIF
           .

      *    Anomalie de routage : alerte W et RC 4
       SIGNALE-ANOMALIE.
           IF WS-RC-RUN < 4
              MOVE 4                TO WS-RC-RUN
           END-IF
           MOVE 'W'                 TO WS-ALRT-SEVERITE
           PERFORM ECRIT-ALERTE
           .

      *    Fil des alertes operateur
           COPY ALRTP.
      *    Controle du file status, partagé avec FOREX009
           COPY FSTATCK.
      *    Resume de fin de job standardise, partage par la suite
           COPY JOBSUMP.

      * Fin du pgm
       FIN.
           PERFORM REECRIT-SUIVI
           CLOSE FIC-NOTIFICATIONS

           DISPLAY 'Routage des alertes vers l''astreinte termine'
           MOVE WS-NB-ALRT-LUES     TO WS-NB-EDT
           DISPLAY 'ALERTES LUES             = ' WS-NB-EDT
           MOVE WS-NB-CANDIDATES    TO WS-NB-EDT
           DISPLAY 'ALERTES E/F < 24 H       = ' WS-NB-EDT
           MOVE WS-NB-NOTIF-PRINC   TO WS-NB-EDT
           DISPLAY 'NOTIFIEES AU PRINCIPAL   = ' WS-NB-EDT
           MOVE WS-NB-NOTIF-SECOURS TO WS-NB-EDT
           DISPLAY 'ESCALADEES AU SECOURS    = ' WS-NB-EDT
           MOVE WS-NB-ACQUITTEES    TO WS-NB-EDT
           DISPLAY 'ACQUITTEES (SUIVI CLOS)  = ' WS-NB-EDT
           MOVE WS-NB-NON-ROUTEES   TO WS-NB-EDT
           DISPLAY 'SANS ROUTE               = ' WS-NB-EDT
           MOVE WS-NB-SANS-ASTREINTE TO WS-NB-EDT
           DISPLAY 'SANS ASTREINTE           = ' WS-NB-EDT
           MOVE WS-NB-SANS-SECOURS  TO WS-NB-EDT
           DISPLAY 'SANS SECOURS             = ' WS-NB-EDT
           MOVE WS-NB-PARAM-INVALIDES TO WS-NB-EDT
           DISPLAY 'LIGNES PARAMETRE REJETEES = ' WS-NB-EDT

      *    Anomalies a corriger dans les parametres d'astreinte
           IF WS-NB-NON-ROUTEES > ZERO
              MOVE 'ASTRROUT'       TO WS-ALRT-CODE
              MOVE WS-NB-NON-ROUTEES TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Alertes E/F sans route :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM SIGNALE-ANOMALIE
           END-IF
           IF WS-NB-SANS-ASTREINTE > ZERO
              MOVE 'ASTRVIDE'       TO WS-ALRT-CODE
              MOVE WS-NB-SANS-ASTREINTE TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Alertes sans astreinte :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM SIGNALE-ANOMALIE
           END-IF
           IF WS-NB-SANS-SECOURS > ZERO
              MOVE 'ASTRSECO'       TO WS-ALRT-CODE
              MOVE WS-NB-SANS-SECOURS TO WS-NB-EDT
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Escalades sans secours :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM SIGNALE-ANOMALIE
           END-IF
           IF WS-NB-PARAM-INVALIDES > ZERO
              OR WS-NB-HORS-TABLE > ZERO
              MOVE 'ASTRPARM'       TO WS-ALRT-CODE
              COMPUTE WS-NB-EDT = WS-NB-PARAM-INVALIDES
                                + WS-NB-HORS-TABLE
              MOVE SPACES           TO WS-ALRT-MESSAGE
              STRING 'Lignes/alertes ecartees :' WS-NB-EDT
                     DELIMITED BY SIZE
                INTO WS-ALRT-MESSAGE
              PERFORM SIGNALE-ANOMALIE
           END-IF

           MOVE WS-RC-RUN           TO RETURN-CODE

      *    Page de resume standardisee, derniere sortie du job
           MOVE 'FIC-ALRT'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ALRT      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ALRT-LUES     TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-AACQ'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-ACQ       TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-ACQ-LUS       TO WS-JSUM-FIC-LUS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-NSUI'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-NSUI      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-SUIVI-LUS     TO WS-JSUM-FIC-LUS
           MOVE WS-NB-SUIVI-ECRITS  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE 'FIC-NOTI'          TO WS-JSUM-FIC-NOM
           MOVE WS-STATUS-NOTI      TO WS-JSUM-FIC-STATUT
           MOVE WS-NB-NOTI-ECRITES  TO WS-JSUM-FIC-ECRITS
           PERFORM NOTE-FICHIER-RESUME
           MOVE WS-RC-RUN           TO WS-JSUM-SEVERITE
           PERFORM EMET-RESUME-JOB
           .
