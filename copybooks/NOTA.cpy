      *    FIC-NOTES-ARTICLES : une note par enregistrement. La cle
      *    range les notes d'un article dans l'ordre chronologique :
      *    START sur la cle d'article puis READ NEXT
       FD  FIC-NOTES-ARTICLES.
       01  NOTA-REC.
           10 NOTA-CLE.
              15 NOTA-CH1          PIC X(10).
      *       Horodatage AAAA-MM-JJ-HHMMSS, meme forme que la piste
      *       d'audit FIC1-AUDIT
              15 NOTA-HORODATAGE   PIC X(17).
      *       Rang dans la seconde (chargement batch de plusieurs
      *       notes sur un meme article)
              15 NOTA-RANG         PIC 9(02).
           10 NOTA-OPERATEUR       PIC X(08).
      *    Categorie : BL blocage de cle, CT echange avec la
      *    contrepartie, TK ticket ou incident, CO correction,
      *    AP approbation, DI divers
           10 NOTA-CATEGORIE       PIC X(02).
              88 NOTA-CATEGORIE-VALIDE        VALUE 'BL' 'CT' 'TK'
                                                    'CO' 'AP' 'DI'.
      *    Origine : S saisie en session, B chargement batch
           10 NOTA-ORIGINE         PIC X(01).
              88 NOTA-SAISIE-SESSION          VALUE 'S'.
              88 NOTA-CHARGEMENT              VALUE 'B'.
           10 NOTA-PROGRAMME       PIC X(08).
           10 NOTA-NB-LIGNES       PIC 9(01).
           10 NOTA-LIGNE           PIC X(60) OCCURS 5.
           10 FILLER               PIC X(11).
