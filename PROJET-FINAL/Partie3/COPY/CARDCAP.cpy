      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.CARDCAP.DATA (KSDS FCARDCAP) *
      *  CAPTURES CARTE BANCAIRE : CREAFACT Y ECRIT UNE FICHE PAR   *
      *  FACTURE D'UNE COMMANDE PAYEE PAR CARTE ('C' = CAPTUREE,    *
      *  MONTANT FACTURE SUR L'AUTORISATION DE LA SAISIE) ; LA      *
      *  PASSERELLE DU PROCESSEUR PRESENTE LES FICHES 'C' ET LE     *
      *  RAPPROCHEMENT CARDRECN LES SOLDE ('S') AU FIL DES FICHIERS *
      *  DE REGLEMENT QUOTIDIENS DU PROCESSEUR. CLE = REFERENCE DE  *
      *  CAPTURE, REPORTEE DANS STL-RECEIPT-REF DE LA FACTURE.      *
      ***************************************************************
       01 CCP-ENR.
          05 CCP-CAPTURE-REF     PIC X(8).
          05 CCP-INVOICE-NO      PIC 9(9).
          05 CCP-O-NO            PIC 9(4).
          05 CCP-C-NO            PIC X(5).
          05 CCP-CAPTURE-DATE    PIC X(10).
          05 CCP-TOKEN           PIC X(19).
          05 CCP-AUTH-REF        PIC X(12).
          05 CCP-AMOUNT          PIC S9(9)V99.
          05 CCP-STATUS          PIC X.
             88 CCP-CAPTURED                 VALUE 'C'.
             88 CCP-SETTLED                  VALUE 'S'.
      *    REGLEMENT DU PROCESSEUR (POSES PAR CARDRECN) : DATE,
      *    MONTANT BRUT REGLE ET COMMISSION RETENUE
          05 CCP-SETTLE-DATE     PIC X(10).
          05 CCP-SETTLED-AMOUNT  PIC S9(9)V99.
          05 CCP-FEE             PIC S9(7)V99.
          05 FILLER              PIC X(11).
