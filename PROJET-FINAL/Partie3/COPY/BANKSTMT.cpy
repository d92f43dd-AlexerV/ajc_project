      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.BANKSTMT.DATA (FBANKSTM)     *
      *  RELEVE BANCAIRE QUOTIDIEN DU COMPTE COURANT : UNE ENTETE   *
      *  'H' (COMPTE, DATE, SOLDE D'OUVERTURE), LES MOUVEMENTS 'D'  *
      *  ET UN ENREGISTREMENT FIN 'T' (SOLDE DE CLOTURE, NOMBRE DE  *
      *  MOUVEMENTS). BST-CUST-REF EST LA REFERENCE QUE NOUS AVONS  *
      *  DONNEE A LA BANQUE ET QU'ELLE NOUS RENVOIE : REFERENCE DE  *
      *  REMISE FREMIT, REFERENCE DE PRELEVEMENT FDDCOLL, REFERENCE *
      *  DE VIREMENT FOURNISSEUR FAPPAYMT, OU 'COM' + PERIODE +     *
      *  VENDEUR POUR LES COMMISSIONS FCOMPAY. C'EST LA CLE DU      *
      *  RAPPROCHEMENT BANKREC.                                     *
      ***************************************************************
       01 BST-ENR.
          05 BST-REC-TYPE      PIC X.
             88 BST-HEADER                 VALUE 'H'.
             88 BST-DETAIL                 VALUE 'D'.
             88 BST-TRAILER                VALUE 'T'.
          05 BST-BODY          PIC X(79).
      *    ENTETE DU RELEVE
          05 BST-HDR REDEFINES BST-BODY.
             10 BST-ACCOUNT    PIC X(20).
             10 BST-STMT-DATE  PIC X(10).
             10 BST-OPEN-BAL   PIC S9(9)V99.
             10 FILLER         PIC X(38).
      *    MOUVEMENT : 'C' = CREDIT (ENTREE), 'D' = DEBIT (SORTIE)
          05 BST-DTL REDEFINES BST-BODY.
             10 BST-VALUE-DATE PIC X(10).
             10 BST-DC         PIC X.
                88 BST-CREDIT              VALUE 'C'.
                88 BST-DEBIT               VALUE 'D'.
             10 BST-AMOUNT     PIC 9(9)V99.
             10 BST-BANK-REF   PIC X(12).
             10 BST-CUST-REF   PIC X(12).
             10 BST-TEXT       PIC X(30).
             10 FILLER         PIC X(3).
      *    FIN DU RELEVE
          05 BST-TRL REDEFINES BST-BODY.
             10 BST-CLOSE-BAL  PIC S9(9)V99.
             10 BST-LINE-COUNT PIC 9(5).
             10 FILLER         PIC X(63).
