      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.OBSRES.DATA (FOBSRES)        *
      *  PROVISION POUR STOCK LENT ET OBSOLETE COMPTABILISEE PAR LE *
      *  DERNIER PASSAGE D'OBSRESV, UNE LIGNE PAR TRANCHE D'AGE     *
      *  ('1' 0-90 J, '2' 91-180 J, '3' 181-365 J, '4' PLUS D'UN    *
      *  AN DEPUIS LA DERNIERE SORTIE). LE FICHIER EST RECOPIE SUR  *
      *  FOBSRESP PAR LA JCL : LE PASSAGE SUIVANT Y RELIT LA        *
      *  PROVISION DEJA PASSEE ET NE COMPTABILISE QUE L'ECART.      *
      *  INVVALUE LE LIT POUR DONNER LA VALEUR NETTE DU STOCK.      *
      ***************************************************************
       01 ORS-ENR.
          05 ORS-BAND          PIC X.
          05 ORS-DATE          PIC X(10).
          05 ORS-STOCK-VALUE   PIC S9(11)V99.
          05 ORS-PCT           PIC 9(3).
          05 ORS-RESERVE       PIC S9(11)V99.
          05 FILLER            PIC X(20).
