             TRACKING_NO                    CHAR(20) NOT NULL
                                             WITH DEFAULT ' ',
             LOT_NO                         CHAR(10) NOT NULL
                                             WITH DEFAULT ' ',
             DLV_STATUS                     CHAR(1) NOT NULL
                                             WITH DEFAULT ' ',
             DLV_DATE                       CHAR(10) NOT NULL
                                             WITH DEFAULT ' ',
             DLV_TIME                       CHAR(5) NOT NULL
                                             WITH DEFAULT ' ',
             DLV_SIGNED_BY                  CHAR(20) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      *                       LOT_NO (LOT FOURNISSEUR EXPEDIE, POUR
      *                       LA TRACABILITE DES RAPPELS)
           10 SHP-LOT-NO            PIC X(10).
      *    *************************************************************
      *                       DLV_STATUS (PREUVE DE LIVRAISON RECUE
      *                       DU TRANSPORTEUR PAR PODLOAD : BLANC =
      *                       PAS ENCORE DE SCAN, 'D' = LIVRE, 'R' =
      *                       REFUSE, 'A' = AVARIE, 'E' = AUTRE
      *                       INCIDENT - PERTE, ADRESSE...)
           10 SHP-DLV-STATUS        PIC X(1).
      *    *************************************************************
      *                       DLV_DATE / DLV_TIME (DATE AAAA-MM-JJ ET
      *                       HEURE HH:MM DU SCAN DU TRANSPORTEUR)
           10 SHP-DLV-DATE          PIC X(10).
           10 SHP-DLV-TIME          PIC X(5).
      *    *************************************************************
      *                       DLV_SIGNED_BY (SIGNATAIRE A LA LIVRAISON,
      *                       OU LIBELLE DE L'INCIDENT TRANSMIS PAR LE
      *                       TRANSPORTEUR)
           10 SHP-DLV-SIGNED-BY     PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
