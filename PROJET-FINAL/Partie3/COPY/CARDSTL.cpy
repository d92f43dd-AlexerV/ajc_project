      ***************************************************************
      *  DESCRIPTION DU FICHIER DE REGLEMENT QUOTIDIEN DU           *
      *  PROCESSEUR DE CARTES (SEQUENTIEL FCARDSTL) : UNE LIGNE PAR *
      *  CAPTURE REGLEE, AVEC LA REFERENCE DE CAPTURE QUE NOUS LUI  *
      *  AVONS PRESENTEE, LE MONTANT BRUT, LA COMMISSION RETENUE ET *
      *  LE NET VERSE SUR LE COMPTE BANCAIRE. RAPPROCHE DES         *
      *  CAPTURES FCARDCAP PAR CARDRECN.                            *
      ***************************************************************
       01 CST-ENR.
          05 CST-SETTLE-DATE     PIC X(10).
          05 CST-CAPTURE-REF     PIC X(8).
          05 CST-AUTH-REF        PIC X(12).
          05 CST-GROSS-AMOUNT    PIC S9(9)V99.
          05 CST-FEE             PIC S9(7)V99.
          05 CST-NET-AMOUNT      PIC S9(9)V99.
          05 FILLER              PIC X(19).
