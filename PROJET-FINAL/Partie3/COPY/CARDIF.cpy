      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.CARDIF.DATA (KSDS CARDIF)    *
      *  FICHIER D'INTERFACE AVEC LE PROCESSEUR DE CARTES :         *
      *  CARDAUTH Y ECRIT UNE DEMANDE ('P') PAR AUTORISATION OU     *
      *  ANNULATION, LA PASSERELLE DU PROCESSEUR LA TRAITE ET       *
      *  REECRIT LA FICHE AVEC SA REPONSE (STATUT, JETON,           *
      *  AUTORISATION) EN EFFACANT LE NUMERO DE CARTE. CARDAUTH     *
      *  SUPPRIME LA FICHE DES QU'IL A LU LA REPONSE (OU A          *
      *  L'EXPIRATION DU DELAI D'ATTENTE) : LE FICHIER EST          *
      *  NORMALEMENT VIDE ET AUCUN NUMERO DE CARTE N'Y RESTE. CLE = *
      *  TERMINAL + HORODATAGE CICS DE LA DEMANDE.                  *
      ***************************************************************
       01 CIF-ENR.
          05 CIF-REQ-ID.
             10 CIF-TERMID       PIC X(4).
             10 CIF-ABSTIME      PIC 9(15).
          05 CIF-FUNC            PIC X.
             88 CIF-AUTHORIZE                VALUE 'A'.
             88 CIF-VOID                     VALUE 'V'.
          05 CIF-STATUS          PIC X.
             88 CIF-PENDING                  VALUE 'P'.
             88 CIF-APPROVED                 VALUE 'A'.
             88 CIF-DECLINED                 VALUE 'D'.
          05 CIF-C-NO            PIC X(5).
          05 CIF-CARD-NO         PIC X(16).
          05 CIF-EXPIRY          PIC X(4).
          05 CIF-AMOUNT          PIC S9(7)V99.
          05 CIF-CURRENCY        PIC X(3).
          05 CIF-TOKEN           PIC X(19).
          05 CIF-AUTH-REF        PIC X(12).
          05 CIF-RESP-CODE       PIC X(2).
          05 CIF-RESP-TEXT       PIC X(30).
          05 FILLER              PIC X(7).
