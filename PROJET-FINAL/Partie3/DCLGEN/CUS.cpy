             ACCT_STATUS                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'A',
             LANG                           CHAR(1) NOT NULL
                                             WITH DEFAULT 'E',
             PARENT_C_NO                    DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             CASH_ADVANCE                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             ASN_REQUIRED                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.CUSTOMERS                     *
           10 CUS-LANG            PIC X(1).
              88 CUS-LANG-ENGLISH               VALUE 'E'.
              88 CUS-LANG-FRENCH                VALUE 'F'.
      *    *************************************************************
      *                       PARENT_C_NO (COMPTE DE TETE DU GROUPE
      *                       POUR LES COMPTES NATIONAUX, 0 = CLIENT
      *                       INDEPENDANT OU TETE DE GROUPE) - UN SEUL
      *                       NIVEAU : LA TETE N'A PAS ELLE-MEME DE
      *                       PARENT. ENCOURS, RISTOURNE ET RELEVES
      *                       SE CONSOLIDENT SUR LA TETE
           10 CUS-PARENT-C-NO     PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       CASH_ADVANCE ('Y' = PAIEMENT D'AVANCE :
      *                       CHAQUE COMMANDE EST RETENUE A
      *                       L'EXTRACTION ET FAIT L'OBJET D'UNE
      *                       FACTURE PRO-FORMA JUSQU'A RECEPTION DE
      *                       L'ACOMPTE - POSE PAR PGM1CMA, PROPOSE
      *                       PAR CREDREVW)
           10 CUS-CASH-ADVANCE    PIC X(1).
              88 CUS-CASH-IN-ADVANCE            VALUE 'Y'.
      *    *************************************************************
      *                       ASN_REQUIRED ('Y' = LE CLIENT RECOIT UN
      *                       AVIS D'EXPEDITION ELECTRONIQUE LE SOIR
      *                       DE CHAQUE EXPEDITION - ASNSEND ; POSE
      *                       PAR PGM1CMA)
           10 CUS-ASN-REQUIRED    PIC X(1).
              88 CUS-WANTS-ASN                  VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 29      *
      ******************************************************************
