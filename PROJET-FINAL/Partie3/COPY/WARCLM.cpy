      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.WARCLM.DATA (KSDS FWARCLM)   *
      *  REGISTRE DES RECLAMATIONS SOUS GARANTIE : UNE FICHE PAR    *
      *  RECLAMATION SAISIE PAR WARCLAIM (CLE = NUMERO, COMPTEUR    *
      *  'WARNUM' DE FWARCTR). LA COUVERTURE EST CONTROLEE CONTRE   *
      *  L'EXPEDITION D'ORIGINE (SHIPMENTS, COMMANDE + PRODUIT +    *
      *  LOT) ET LA GARANTIE DU PRODUIT (PRODUCTS.WARRANTY_MONTHS). *
      *  DECISION : 'P' REMPLACEMENT (COMMANDE GRATUITE WAR), 'R'   *
      *  REPARATION (RMA MOTIF WRP, SANS AVOIR), 'C' AVOIR (RMA     *
      *  MOTIF WAR, REBUT, AVOIR CREAVOIR), 'D' REFUS - UNE         *
      *  RECLAMATION HORS GARANTIE EST TOUJOURS REFUSEE, AVEC SON   *
      *  CODE. LE FOURNISSEUR DU LOT (RECEPTION 'G' ET COMMANDE     *
      *  D'ACHAT FPURCHPO) ET LE COUT UNITAIRE SONT FIGES ICI POUR  *
      *  LE RECOUVREMENT (WARRPT).                                  *
      ***************************************************************
       01 WCL-ENR.
          05 WCL-CLAIM-NO      PIC 9(7).
          05 WCL-CLAIM-DATE    PIC X(10).
          05 WCL-O-NO          PIC 9(4).
          05 WCL-C-NO          PIC 9(5).
          05 WCL-P-NO          PIC X(4).
          05 WCL-LOT-NO        PIC X(10).
          05 WCL-QTY           PIC 9(2).
      *    CODE DEFAUT DECLARE PAR LE CLIENT (LIBRE, 3 CARACTERES)
          05 WCL-DEFECT        PIC X(3).
      *    EXPEDITION D'ORIGINE ET FIN DE GARANTIE CALCULEE
          05 WCL-SHIP-DATE     PIC X(10).
          05 WCL-WARR-END      PIC X(10).
          05 WCL-DECISION      PIC X.
             88 WCL-REPLACE                VALUE 'P'.
             88 WCL-REPAIR                 VALUE 'R'.
             88 WCL-CREDIT                 VALUE 'C'.
             88 WCL-DENIED                 VALUE 'D'.
      *    MOTIF DU REFUS : NSH LOT NON EXPEDIE SUR LA COMMANDE, QTY
      *    QUANTITE SUPERIEURE A L'EXPEDIE, NWP PRODUIT NON GARANTI,
      *    EXP GARANTIE EXPIREE, MGR REFUS DU RESPONSABLE
          05 WCL-DENY-CODE     PIC X(3).
          05 WCL-APPROVER      PIC X(5).
      *    COMMANDE GRATUITE DE REMPLACEMENT (DECISION 'P')
          05 WCL-REPL-O-NO     PIC 9(4).
          05 WCL-SUP-CODE      PIC X(4).
          05 WCL-PO-NO         PIC 9(7).
          05 WCL-UNIT-COST     PIC 9(3)V99.
          05 FILLER            PIC X(16).
