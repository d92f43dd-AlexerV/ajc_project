      *  UNE FICHE PAR FACTURE, CLE STL-INVOICE-NO. C'EST UN STOCK  *
      *  CUMULATIF : CREAFACT Y INSERE A CHAQUE LOT ET UNE FACTURE  *
      *  RESTE OUVERTE ('O') A TRAVERS LES LOTS SUIVANTS JUSQU'A    *
      *  SON ENCAISSEMENT (CASHAPP), SON ANNULATION (INVREV) OU SON *
      *  PASSAGE EN PERTE (WRITEOFF) -                              *
      *  SANS QUOI NI LA BALANCE AGEE NI LES RELANCES NI LE         *
      *  RAPPROCHEMENT D'UN REGLEMENT A 30 JOURS NE SERAIENT        *
      *  POSSIBLES. LES FICHES SOLDEES RESTENT EN PLACE JUSQU'AU    *
             88 STL-OPEN                   VALUE 'O'.
             88 STL-SETTLED                VALUE 'S'.
             88 STL-CANCELLED              VALUE 'X'.
             88 STL-WRITTEN-OFF            VALUE 'W'.
      *    CONDITIONS D'ESCOMPTE DU CLIENT (REGLEMENT ANTICIPE) :
      *    POURCENTAGE ET DATE LIMITE, REPRIS PAR L'APPLICATION DES
      *    ENCAISSEMENTS (CASHAPP) POUR ACCEPTER LE MONTANT ESCOMPTE
      *    PAS REPRESENTEE AU PASSAGE SUIVANT
          05 STL-DD-FLAG       PIC X.
             88 STL-DD-PRESENTED          VALUE 'P'.
      *    PASSAGE EN PERTE PAR WRITEOFF : MOTIF ('RES' = RELIQUAT
      *    SOUS LE SEUIL, SINON CODE DE LA CARTE D'APPROBATION)
          05 STL-WO-REASON     PIC X(3).
      *    VENTILATION DES ENCAISSEMENTS BANCAIRES RAPPROCHES PAR
      *    CASHAPP (CUMULS EN DOLLARS AU TAUX DE LA PIECE) : CASH
      *    RECU, ECART DE CHANGE REALISE SUR CE CASH (POSITIF =
      *    GAIN), ESCOMPTE ACCORDE ET ECART DE PAIEMENT COURT PASSE
      *    EN PERTE AU REGLEMENT TOTAL. LES AVOIRS (CREDAPPL), LES
      *    CAPTURES CARTE ET LES ACOMPTES PRO-FORMA N'Y FIGURENT
      *    PAS : PAYREVRS N'Y CONTREPASSE QUE LE CASH ET DEFAIT LES
      *    ECRITURES QUI L'ACCOMPAGNAIENT
          05 STL-CASH-PAID     PIC S9(9)V99 USAGE COMP-3.
          05 STL-FX-REALIZED   PIC S9(9)V99 USAGE COMP-3.
          05 STL-DISC-TAKEN    PIC S9(9)V99 USAGE COMP-3.
          05 STL-SHORT-TAKEN   PIC S9(9)V99 USAGE COMP-3.
          05 FILLER            PIC X(4).
