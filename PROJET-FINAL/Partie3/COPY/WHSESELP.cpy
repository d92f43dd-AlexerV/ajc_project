      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME WHSESEL (DEPOT QUI    *
      *  SERT UNE LIVRAISON) :                                      *
      *   - 'S' : DEPOT DE L'ETAT WH-STATE ;                        *
      *   - 'O' : DEPOT DE LA COMMANDE WH-O-NO - ETAT DE L'ADRESSE  *
      *           DE LIVRAISON (SHIPTO) QUAND LA COMMANDE EN PORTE  *
      *           UNE, SINON ETAT DU CLIENT. WH-STATE EST RENDU.    *
      *  LA CORRESPONDANCE ETAT -> DEPOT VIENT DES FICHES FPARAMS   *
      *  WHSTATEee ; UN ETAT SANS FICHE EST SERVI PAR LE DEPOT      *
      *  PRINCIPAL (FICHE WHSEMAIN, A DEFAUT '01').                 *
      *  WH-RC : 00 = OK, 04 = COMMANDE INCONNUE (DEPOT PRINCIPAL   *
      *  RENDU), 08 = FONCTION INVALIDE.                            *
      ***************************************************************
       01 WH-PARM.
          05 WH-FUNC        PIC X.
          05 WH-O-NO        PIC 9(4).
          05 WH-STATE       PIC X(2).
          05 WH-WHSE        PIC X(2).
          05 WH-RC          PIC 99.
