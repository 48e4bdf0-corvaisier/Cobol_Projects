      *==============================================================*
      * CPTBREC - DESSIN D'ENREGISTREMENT DU REFERENTIEL DES         *
      *   COMPTES BANCAIRES DES BENEFICIAIRES FIC-COMPTES-BANC       *
      *   (KSDS, cle CPTB-CODE-CTP = CTP-CODE de FIC-CONTREPARTIES), *
      *   tenu par FOREX069 et lu par FOREX056 pour porter le        *
      *   compte sur chaque instruction de paiement.                 *
      *   A inclure dans la FILE SECTION sous le FD du fichier :     *
      *     COPY CPTBREC.                                            *
      *   Seuls des IBAN controles (longueur du pays, cle modulo 97) *
      *   et des BIC de forme correcte entrent au referentiel : un   *
      *   compte present est donc un compte exploitable, sous        *
      *   reserve de son statut et de ses dates de validite.         *
      *==============================================================*
       01  CPTB-REC.
         10 CPTB-CODE-CTP      PIC X(06).
      *    IBAN au format electronique (sans blanc), cadre a gauche
         10 CPTB-IBAN          PIC X(34).
         10 CPTB-BIC           PIC X(11).
         10 CPTB-TITULAIRE     PIC X(35).
      *    Periode de validite AAAAMMJJ - fin a zero = sans echeance
         10 CPTB-DATE-DEBUT    PIC 9(08).
         10 CPTB-DATE-FIN      PIC 9(08).
         10 CPTB-STATUT        PIC X(01).
             88 CPTB-ACTIF               VALUE 'A'.
             88 CPTB-SUSPENDU            VALUE 'S'.
         10 FILLER             PIC X(17).
