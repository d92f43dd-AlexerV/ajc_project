      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.FACTCHK.DATA (KSDS FFACTCHK) *
      *  POINTS DE CONTROLE DE LA FACTURATION (CREAFACT) :          *
      *   - 'CHKPNT' : PASSAGE SERIE ;                              *
      *   - 'PARTnn' : PARTITION nn D'UN PASSAGE PARTITIONNE, CHAQUE*
      *     PARTITION A SON PROPRE POINT DE CONTROLE ET REPART      *
      *     SEULE ;                                                 *
      *   - 'INVBLK' : BLOC DE NUMEROS DE FACTURE RESERVE PAR       *
      *     FACTPREP POUR LE PASSAGE PARTITIONNE DU JOUR -          *
      *     CHK-LAST-INV-NO = DERNIER NUMERO AVANT LE BLOC,         *
      *     CHK-INV-COUNT = FACTURES DU BLOC, CHK-IDX-RECS = PIECES *
      *     (COMMANDES) DE L'EXTRACTION, CHK-RUN-DATE = DATE DE LA  *
      *     RESERVATION.                                            *
      ***************************************************************
       01 FACTCHK-REC.
          05 CHK-KEY           PIC X(6).
          05 CHK-LAST-O-NO     PIC 9(4).
          05 CHK-INV-COUNT     PIC 9(7).
      *       ENREGISTREMENTS DEJA ECRITS SUR CHAQUE SORTIE AU
      *       DERNIER POINT DE CONTROLE : LA REPRISE NE RECOPIE QUE
      *       CELA DANS LES FICHIERS NEUFS
          05 CHK-FACT-RECS     PIC 9(7).
          05 CHK-GLP-RECS      PIC 9(7).
          05 CHK-EINV-RECS     PIC 9(7).
      *       DERNIER NUMERO DE FACTURE COUVERT PAR LE POINT DE
      *       CONTROLE : EN REPRISE, LES FICHES FSETTLE AU DELA DE
      *       CE NUMERO APPARTIENNENT A LA FACTURE MORTE EN VOL ET
      *       SONT PURGEES (LE KSDS EST CUMULATIF, PAS RECREE)
          05 CHK-LAST-INV-NO   PIC 9(9).
      *       FICHES D'INDEX DE FUSION (FACTIDX) DEJA ECRITES PAR LA
      *       PARTITION - ZERO EN PASSAGE SERIE
          05 CHK-IDX-RECS      PIC 9(7).
          05 CHK-RUN-DATE      PIC X(8).
