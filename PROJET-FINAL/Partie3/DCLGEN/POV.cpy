      ******************************************************************
      * DCLGEN TABLE(API1.PRICE_OVERRIDES)                             *
      *        LIBRARY(API1.SOURCE.COPY(POV))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(POV-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  PRIX FORCES A LA SAISIE DE COMMANDE (PGM1ORD, PGM1OAM) : UNE  *
      *  LIGNE PAR LIGNE DE COMMANDE DONT LE VENDEUR A SAISI UN PRIX   *
      *  CONVENU AVEC LE CLIENT, AVEC LE PRIX QUI SE SERAIT APPLIQUE   *
      *  (CONTRAT, SINON CATALOGUE), LE COUT DU JOUR ET LE CODE MOTIF  *
      *  OBLIGATOIRE (FICHES OVRRSNxxx DE PARAMS1). ITEMS.PRICE PORTE  *
      *  LE PRIX FORCE. UN ECART AU-DELA DE OVRMAXPCT (PARAMS1) RESTE  *
      *  EN ATTENTE ('P') JUSQU'A LA DECISION D'UN SUPERVISEUR AUTRE   *
      *  QUE LE SAISISSEUR (PGM1OVR) ; EXTRACTP RETIENT LA COMMANDE    *
      *  TANT QU'UNE LIGNE EST EN ATTENTE. UN REFUS REMET LE PRIX DE   *
      *  REFERENCE SUR LA LIGNE. CREAFACT IMPRIME LE MOTIF, OVRRPT EN  *
      *  FAIT LA REVUE HEBDOMADAIRE.                                   *
      ******************************************************************
           EXEC SQL DECLARE API1.PRICE_OVERRIDES TABLE
           ( O_NO                           DECIMAL(4, 0) NOT NULL,
             P_NO                           CHAR(4) NOT NULL,
             REF_PRICE                      DECIMAL(5, 2) NOT NULL,
             OVR_PRICE                      DECIMAL(5, 2) NOT NULL,
             UNIT_COST                      DECIMAL(5, 2) NOT NULL,
             REASON                         CHAR(3) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             ENTERED_BY                     CHAR(5) NOT NULL,
             ENTRY_DATE                     CHAR(10) NOT NULL,
             ENTRY_TIME                     CHAR(8) NOT NULL,
             APPROVED_BY                    CHAR(5) NOT NULL
                                             WITH DEFAULT ' ',
             APPROVAL_DATE                  CHAR(10) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PRICE_OVERRIDES               *
      ******************************************************************
       01  DCLPRICE-OVERRIDES.
      *    *************************************************************
      *                       O_NO
           10 POV-O-NO              PIC S9(4)V USAGE COMP-3.
      *    *************************************************************
      *                       P_NO
           10 POV-P-NO              PIC X(4).
      *    *************************************************************
      *                       REF_PRICE (CONTRAT, SINON CATALOGUE)
           10 POV-REF-PRICE         PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       OVR_PRICE (PRIX CONVENU, = ITEMS.PRICE)
           10 POV-OVR-PRICE         PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       UNIT_COST (COUT DU PRODUIT A LA SAISIE)
           10 POV-UNIT-COST         PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       REASON (CODE MOTIF, FICHE OVRRSNxxx)
           10 POV-REASON            PIC X(3).
      *    *************************************************************
      *                       STATUS ('A' DANS LA TOLERANCE, 'P' EN
      *                       ATTENTE, 'V' VALIDE PAR UN SUPERVISEUR,
      *                       'R' REFUSE)
           10 POV-STATUS            PIC X(1).
              88 POV-ACCEPTED                 VALUE 'A'.
              88 POV-PENDING                  VALUE 'P'.
              88 POV-APPROVED                 VALUE 'V'.
              88 POV-REJECTED                 VALUE 'R'.
      *    *************************************************************
      *                       ENTERED_BY (LOGIN DU SAISISSEUR)
           10 POV-ENTERED-BY        PIC X(5).
      *    *************************************************************
      *                       ENTRY_DATE (AAAA-MM-JJ)
           10 POV-ENTRY-DATE        PIC X(10).
      *    *************************************************************
      *                       ENTRY_TIME
           10 POV-ENTRY-TIME        PIC X(8).
      *    *************************************************************
      *                       APPROVED_BY (LOGIN DU SUPERVISEUR)
           10 POV-APPROVED-BY       PIC X(5).
      *    *************************************************************
      *                       APPROVAL_DATE (AAAA-MM-JJ)
           10 POV-APPROVAL-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
