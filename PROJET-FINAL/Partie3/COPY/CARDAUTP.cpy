      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME CARDAUTH (PAIEMENT    *
      *  PAR CARTE BANCAIRE A LA SAISIE DE COMMANDE, VIA LE FICHIER *
      *  D'INTERFACE DU PROCESSEUR - VOIR CARDIF.CPY) :             *
      *   - CA-FUNC 'A' = AUTORISATION : EN ENTREE CA-CARD-NO,      *
      *     CA-EXPIRY (MMAA), CA-AMOUNT ET CA-C-NO ; EN SORTIE      *
      *     CA-TOKEN (JETON DE LA CARTE) ET CA-AUTH-REF ;           *
      *   - CA-FUNC 'V' = ANNULATION D'UNE AUTORISATION : EN ENTREE *
      *     CA-TOKEN, CA-AUTH-REF, CA-AMOUNT ET CA-C-NO.            *
      *  LE NUMERO DE CARTE NE VIT QUE LE TEMPS DE L'APPEL : SEULS  *
      *  LE JETON ET LA REFERENCE D'AUTORISATION SONT CONSERVES     *
      *  (ORDERS), L'APPELANT EFFACE CA-CARD-NO AU RETOUR.          *
      *  SOUS-PROGRAMME CICS UNIQUEMENT (FICHIER CARDIF, DELAY).    *
      *  CA-RC : 00 = ACCEPTEE, 04 = REFUSEE (MOTIF CA-RESP-TEXT),  *
      *  08 = PAS DE REPONSE DU PROCESSEUR DANS LE DELAI, 12 =      *
      *  ERREUR SUR LE FICHIER D'INTERFACE (CA-RESP-TEXT).          *
      ***************************************************************
       01 CA-PARM.
          05 CA-FUNC        PIC X.
          05 CA-CARD-NO     PIC X(16).
          05 CA-EXPIRY      PIC X(4).
          05 CA-AMOUNT      PIC S9(7)V99.
          05 CA-C-NO        PIC X(5).
          05 CA-TOKEN       PIC X(19).
          05 CA-AUTH-REF    PIC X(12).
          05 CA-RESP-TEXT   PIC X(30).
          05 CA-RC          PIC 99.
