      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.APMHIST.DATA (FAPMHIST)      *
      *  HISTORIQUE DES RAPPROCHEMENTS DE FACTURES FOURNISSEURS :   *
      *  APMATCH Y AJOUTE (OPEN EXTEND) UNE LIGNE PAR FACTURE LUE,  *
      *  CONFORME ('M') OU EN EXCEPTION ('E'), AVEC LE PRIX FACTURE *
      *  ET LE PRIX CONVENU DE LA COMMANDE. FAPEXCP N'EST QUE LE    *
      *  RAPPORT DU JOUR ; C'EST CE CUMUL QUE LE BULLETIN DE NOTES  *
      *  FOURNISSEURS (SUPSCORE) RELIT POUR LE TAUX D'EXCEPTION ET  *
      *  L'ECART DE PRIX DU MOIS.                                   *
      ***************************************************************
       01 AMH-ENR.
          05 AMH-DATE          PIC X(10).
          05 AMH-SUP-CODE      PIC X(4).
          05 AMH-INV-REF       PIC X(12).
          05 AMH-PO-NO         PIC 9(7).
          05 AMH-PNO           PIC X(3).
          05 AMH-QTY           PIC 9(5).
          05 AMH-INV-PRICE     PIC 9(5)V99.
      *    PRIX CONVENU DE LA COMMANDE (ZERO SI COMMANDE INCONNUE)
          05 AMH-PO-PRICE      PIC 9(5)V99.
          05 AMH-RESULT        PIC X.
             88 AMH-MATCHED                VALUE 'M'.
             88 AMH-EXCEPTION              VALUE 'E'.
          05 AMH-REASON        PIC X(30).
          05 FILLER            PIC X(14).
