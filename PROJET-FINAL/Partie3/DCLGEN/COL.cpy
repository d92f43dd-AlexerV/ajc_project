      ******************************************************************
      * DCLGEN TABLE(API1.COLLECTIONS)                                 *
      *        LIBRARY(API1.SOURCE.COPY(COL))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(COL-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  RECOUVREMENT : UNE LIGNE PAR CLIENT SUIVI PAR UN COLLECTEUR.  *
      *  COLLWORK (NUIT) Y REPORTE L'ECHU DE FSETTLE (MONTANT, PLUS    *
      *  GRAND RETARD EN JOURS OUVRES), CONTROLE LES PROMESSES CONTRE  *
      *  LES ENCAISSEMENTS 'P' D'AR_LEDGER ET CLASSE LA FILE DE CHAQUE *
      *  COLLECTEUR (QUEUE_RANK 1 = A TRAITER EN PREMIER). PGM1COL     *
      *  PRESENTE LA FILE ET SAISIT LA NOTE DE CONTACT, LA PROMESSE ET *
      *  LA DATE DE RAPPEL (TRACE DANS AUDITLG1). DUNNING SAUTE LA     *
      *  LETTRE D'UN CLIENT DONT LA PROMESSE EST EN COURS.             *
      *  PROMISE_STATUS : ' ' AUCUNE, 'P' EN COURS, 'K' TENUE,         *
      *  'B' NON TENUE (REVIENT EN TETE DE FILE JUSQU'AU CONTACT       *
      *  SUIVANT). DATES AAAA-MM-JJ, BLANC = SANS.                     *
      ******************************************************************
           EXEC SQL DECLARE API1.COLLECTIONS TABLE
           ( C_NO                           DECIMAL(5, 0) NOT NULL,
             COLLECTOR                      CHAR(5) NOT NULL,
             QUEUE_RANK                     DECIMAL(5, 0) NOT NULL,
             OVERDUE_AMT                    DECIMAL(9, 2) NOT NULL,
             DAYS_LATE                      DECIMAL(5, 0) NOT NULL,
             REFRESH_DATE                   CHAR(10) NOT NULL,
             CONTACT_DATE                   CHAR(10) NOT NULL,
             CONTACT_BY                     CHAR(5) NOT NULL,
             NOTE                           VARCHAR(60) NOT NULL,
             PROMISE_AMT                    DECIMAL(9, 2) NOT NULL,
             PROMISE_DATE                   CHAR(10) NOT NULL,
             PROMISE_MADE                   CHAR(10) NOT NULL,
             PROMISE_PAID                   DECIMAL(9, 2) NOT NULL,
             PROMISE_STATUS                 CHAR(1) NOT NULL,
             FOLLOWUP_DATE                  CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.COLLECTIONS                   *
      ******************************************************************
       01  DCLCOLLECTIONS.
      *    *************************************************************
      *                       C_NO
           10 COL-C-NO              PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       COLLECTOR (LOGIN, BLANC = NON ATTRIBUE)
           10 COL-COLLECTOR         PIC X(5).
      *    *************************************************************
      *                       QUEUE_RANK (0 = HORS FILE)
           10 COL-QUEUE-RANK        PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       OVERDUE_AMT
           10 COL-OVERDUE-AMT       PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       DAYS_LATE
           10 COL-DAYS-LATE         PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       REFRESH_DATE
           10 COL-REFRESH-DATE      PIC X(10).
      *    *************************************************************
      *                       CONTACT_DATE
           10 COL-CONTACT-DATE      PIC X(10).
      *    *************************************************************
      *                       CONTACT_BY
           10 COL-CONTACT-BY        PIC X(5).
      *    *************************************************************
           10 COL-NOTE.
      *                       NOTE LENGTH
              49 COL-NOTE-LEN          PIC S9(4) USAGE COMP.
      *                       NOTE
              49 COL-NOTE-TEXT         PIC X(60).
      *    *************************************************************
      *                       PROMISE_AMT
           10 COL-PROMISE-AMT       PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PROMISE_DATE (DATE PROMISE DU PAIEMENT)
           10 COL-PROMISE-DATE      PIC X(10).
      *    *************************************************************
      *                       PROMISE_MADE (DATE DE LA PROMESSE)
           10 COL-PROMISE-MADE      PIC X(10).
      *    *************************************************************
      *                       PROMISE_PAID
           10 COL-PROMISE-PAID      PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       PROMISE_STATUS
           10 COL-PROMISE-STATUS    PIC X(1).
      *    *************************************************************
      *                       FOLLOWUP_DATE
           10 COL-FOLLOWUP-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
