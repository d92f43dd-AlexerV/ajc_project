      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ASNSTS.DATA (KSDS FASNSTS)   *
      *  SUIVI DES AVIS D'EXPEDITION ELECTRONIQUES : UNE FICHE PAR  *
      *  AVIS EMIS SUR FASNOUT (CLE = COMMANDE + DATE D'EXPEDITION, *
      *  UN AVIS PAR COMMANDE ET PAR JOUR D'EXPEDITION). ASNSEND LA *
      *  POSE A 'S' A L'EMISSION PUIS LA PASSE A 'A' (ACQUITTE) OU  *
      *  'B' (REJETE PAR LE CLIENT) DEPUIS LE FLUX D'ACQUITTEMENT   *
      *  FASNACK. UN AVIS REJETE SE REEMET EN RELANCANT ASNSEND SUR *
      *  LA DATE ET LA COMMANDE (CARTE SYSIN) : LA FICHE REPART A   *
      *  'S'.                                                       *
      ***************************************************************
       01 ASS-ENR.
          05 ASS-KEY.
             10 ASS-O-NO       PIC 9(4).
             10 ASS-SHIP-DATE  PIC X(10).
          05 ASS-C-NO          PIC 9(5).
          05 ASS-STATUS        PIC X.
             88 ASS-SENT                   VALUE 'S'.
             88 ASS-ACKED                  VALUE 'A'.
             88 ASS-BOUNCED                VALUE 'B'.
          05 ASS-LINE-COUNT    PIC 9(3).
          05 ASS-SENT-DATE     PIC X(10).
          05 ASS-ACK-DATE      PIC X(10).
          05 FILLER            PIC X(10).
