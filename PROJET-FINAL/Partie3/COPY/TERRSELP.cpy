      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME TERRSEL (VENDEUR DE   *
      *  LA COMMANDE PAR SECTEUR DE VENTE, TABLE TERRITORIES) :     *
      *   - EN ENTREE TS-C-NO, TS-SHIPTO-ID (0 = SIEGE, ADRESSE DE  *
      *     CUSTOMERS) ET TS-E-NO, VENDEUR PORTE PAR LA COMMANDE    *
      *     (ZERO = AUCUN) ;                                        *
      *   - EN SORTIE TS-E-NO, VENDEUR RETENU, TS-TERR-ID, SECTEUR  *
      *     TROUVE, TS-STATE ET TS-ZIP, ADRESSE DE LIVRAISON.       *
      *  PAS DE FICHIER : APPELABLE EN BATCH COMME SOUS CICS.       *
      *  TS-RC : 00 = VENDEUR SAISI VALIDE, CONSERVE, 04 = VENDEUR  *
      *  ABSENT OU INCONNU REMPLACE PAR LE TITULAIRE DU SECTEUR,    *
      *  08 = VENDEUR ABSENT OU INCONNU ET AUCUN SECTEUR NE COUVRE  *
      *  L'ADRESSE (TS-E-NO INCHANGE), 12 = ERREUR SQL              *
      *  (TS-SQLCODE).                                              *
      ***************************************************************
       01 TS-PARM.
          05 TS-C-NO        PIC 9(5).
          05 TS-SHIPTO-ID   PIC 9(3).
          05 TS-E-NO        PIC 9(2).
          05 TS-TERR-ID     PIC X(4).
          05 TS-STATE       PIC X(2).
          05 TS-ZIP         PIC X(5).
          05 TS-RC          PIC 99.
          05 TS-SQLCODE     PIC S9(9).
