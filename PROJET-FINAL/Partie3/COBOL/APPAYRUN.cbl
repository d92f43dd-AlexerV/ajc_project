       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APPAYRUN.
      **********************************************
      * PAIEMENT DES FOURNISSEURS : LES BONS A      *
      * PAYER DU JOUR (FAPVOUCH, SORTIE D'APMATCH)  *
      * SONT D'ABORD CHARGES DANS LE STOCK          *
      * PERMANENT FAPVSTOR AVEC LEUR ECHEANCE       *
      * (DATE DE FACTURE + CONDITIONS DE PAIEMENT   *
      * DU FOURNISSEUR FSUPPLIER). PUIS TOUS LES    *
      * BONS OUVERTS ECHUS A LA DATE LIMITE SYSIN   *
      * SONT REGROUPES PAR FOURNISSEUR : UN ORDRE   *
      * DE VIREMENT PAR FOURNISSEUR POUR LA BANQUE  *
      * (FAPPAYMT), UN AVIS DE PAIEMENT IMPRIME     *
      * DETAILLANT LES FACTURES ET COMMANDES        *
      * REGLEES (FAPREMIT), ET LES ECRITURES        *
      * FGLPOST DEBIT FOURNISSEURS 2100 / CREDIT    *
      * BANQUE 1000. CHAQUE BON PAYE PASSE A 'P'    *
      * AVEC SA REFERENCE DE VIREMENT : IL NE PEUT  *
      * PAS ETRE PAYE DEUX FOIS. LES NOTES DE DEBIT *
      * OUVERTES DU FOURNISSEUR (RETOURS RTVENTRY,  *
      * FSUPDBN) SONT IMPUTEES SUR LE VIREMENT,     *
      * DETAILLEES SUR L'AVIS ET PASSENT A 'A' ;    *
      * LE VIREMENT ET LES ECRITURES PORTENT LE     *
      * NET (LA NOTE A DEJA DEBITE LE 2100).        *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL VCH ASSIGN TO FAPVOUCH
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-VCH.
            SELECT AVS ASSIGN TO FAPVSTOR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AVS-KEY
            FILE STATUS IS WS-FS-AVS.
            SELECT OPTIONAL SUPF ASSIGN TO FSUPPLIER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
            SELECT PMT ASSIGN TO FAPPAYMT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PMT.
            SELECT RPT ASSIGN TO FAPREMIT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL DBN ASSIGN TO FSUPDBN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DBN-KEY
            FILE STATUS IS WS-FS-DBN.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
      *    BONS A PAYER DU JOUR ECRITS PAR APMATCH
       FD VCH.
       01 VCH-ENR.
          05 VCH-SUP-CODE      PIC X(4).
          05 VCH-INV-REF       PIC X(12).
          05 VCH-PO-NO         PIC 9(7).
          05 VCH-AMOUNT        PIC 9(9)V99.
          05 VCH-INV-DATE      PIC X(10).
          05 FILLER            PIC X(34).
       FD AVS.
       COPY APVOUCH.
       FD SUPF.
       COPY SUPPLIER.
       FD PMT.
       COPY APPAYMT.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD DBN.
       COPY SUPDEBIT.

       WORKING-STORAGE SECTION.
       77 WS-FS-VCH         PIC XX.
       77 WS-FS-AVS         PIC XX.
       77 WS-FS-SUP         PIC XX.
       77 WS-FS-PMT         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-DBN         PIC XX.
       77 FF-VCH            PIC 9 VALUE ZERO.
       77 FF-AVS            PIC 9 VALUE ZERO.
       77 WS-SUP-PRESENT    PIC X VALUE 'N'.
       77 WS-DBN-PRESENT    PIC X VALUE 'N'.
       77 FF-DBN            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-10 : DATE LIMITE AAAA-MM-JJ   *
      *            (BONS ECHUS A CETTE DATE *
      *            INCLUSE). A BLANC : DATE *
      *            DU JOUR                  *
      ***************************************
       01 WS-SYSIN.
          05 WS-CUTOFF-DATE PIC X(10).

      ***************************************
      * DATE DU JOUR ET CALCUL DE           *
      * L'ECHEANCE                          *
      ***************************************
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-JULIAN         PIC 9(8) VALUE ZERO.
       77 WS-PAY-DAYS       PIC 9(3) VALUE ZERO.
       77 WS-DEFAULT-DAYS   PIC 9(3) VALUE 30.

      ***************************************
      * PAIEMENT EN COURS (UN FOURNISSEUR)  *
      ***************************************
       77 WS-CUR-SUP        PIC X(4) VALUE SPACES.
       77 WS-CUR-NAME       PIC X(30) VALUE SPACES.
       77 WS-CUR-ADDRESS    PIC X(40) VALUE SPACES.
       77 WS-CUR-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77 WS-CUR-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-CUR-DEBIT      PIC S9(9)V99 VALUE ZERO.
       77 WS-CUR-NET        PIC S9(9)V99 VALUE ZERO.
       77 WS-PAY-SEQ        PIC 9(4) VALUE ZERO.
       01 WS-PAY-REF.
          05 WS-PAY-REF-DATE PIC 9(8).
          05 WS-PAY-REF-SEQ  PIC 9(4).

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT                            *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AP        PIC X(10) VALUE '2100'.
          05 WS-GL-CSH       PIC X(10) VALUE '1000'.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-LOADED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-DUP-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-PAID-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SUPPLIER-COUNT PIC 9(7) VALUE ZERO.
       77 WS-SUM-PAID       PIC S9(9)V99 VALUE ZERO.
       77 WS-DBN-APPLIED    PIC 9(7) VALUE ZERO.
       77 WS-SUM-DEBIT      PIC S9(9)V99 VALUE ZERO.

       01 E-PO-NO           PIC 9(7).
       01 E-DBN-NO          PIC 9(7).
       01 E-AMOUNT          PIC Z(7)9,99.
       01 E-COUNT           PIC ZZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'APPAYRUN'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PAIEMENT DES FOURNISSEURS'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM READ-FILE-VCH
            PERFORM UNTIL FF-VCH = 1
               PERFORM LOAD-ONE-VOUCHER
               PERFORM READ-FILE-VCH
            END-PERFORM
            PERFORM PAY-DUE-VOUCHERS
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-CUTOFF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           END-IF
           DISPLAY 'DATE LIMITE DES ECHEANCES : ' WS-CUTOFF-DATE.

      ***************************************
      * COMPTES DU GRAND LIVRE DEPUIS LE    *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'GLACCT-AP ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-AP
              END-IF
              MOVE 'GLACCT-CSH' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CSH
              END-IF
              CLOSE PARAMS
           END-IF.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'APPAYRUN' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-PAID-COUNT TO RJ-OUT-COUNT
           MOVE WS-DUP-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : LE STOCK DES BONS EST   *
      * CREE AU PREMIER PASSAGE ; FAPVOUCH  *
      * ET FSUPPLIER SONT FACULTATIFS       *
      ***************************************
       OPEN-FILES.
           OPEN INPUT VCH
           IF WS-FS-VCH NOT = '00' AND WS-FS-VCH NOT = '05'
              DISPLAY 'ERR OPEN FAPVOUCH, FS=' WS-FS-VCH
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O AVS
           IF WS-FS-AVS = '35'
              OPEN OUTPUT AVS
              CLOSE AVS
              OPEN I-O AVS
           END-IF
           IF WS-FS-AVS NOT = '00'
              DISPLAY 'ERR OPEN FAPVSTOR, FS=' WS-FS-AVS
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-SUP-PRESENT
           OPEN INPUT SUPF
           IF WS-FS-SUP = '00'
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF
           OPEN OUTPUT PMT
           IF WS-FS-PMT NOT = '00'
              DISPLAY 'ERR OPEN FAPPAYMT, FS=' WS-FS-PMT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FAPREMIT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN GLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-DBN-PRESENT
           OPEN I-O DBN
           IF WS-FS-DBN = '00'
              MOVE 'Y' TO WS-DBN-PRESENT
           END-IF.

       CLOSE-FILES.
           CLOSE VCH
           CLOSE AVS
           IF WS-SUP-PRESENT = 'Y'
              CLOSE SUPF
           END-IF
           CLOSE PMT
           CLOSE RPT
           CLOSE GLP
           IF WS-DBN-PRESENT = 'Y'
              CLOSE DBN
           END-IF.

       READ-FILE-VCH.
           READ VCH AT END
               MOVE 1 TO FF-VCH
           END-READ
           IF FF-VCH NOT = 1
              ADD 1 TO WS-READ-COUNT
           END-IF.

      ***************************************
      * CHARGEMENT D'UN BON DU JOUR : UN    *
      * BON DEJA PRESENT (RELANCE DU        *
      * PASSAGE) N'EST PAS RECHARGE - SON   *
      * STATUT DE PAIEMENT EST CONSERVE     *
      ***************************************
       LOAD-ONE-VOUCHER.
           MOVE VCH-SUP-CODE TO AVS-SUP-CODE
           MOVE VCH-INV-REF  TO AVS-INV-REF
           READ AVS KEY IS AVS-KEY
              INVALID KEY
                 PERFORM STORE-NEW-VOUCHER
              NOT INVALID KEY
                 ADD 1 TO WS-DUP-COUNT
           END-READ.

       STORE-NEW-VOUCHER.
           MOVE SPACES       TO AVS-ENR
           MOVE VCH-SUP-CODE TO AVS-SUP-CODE
           MOVE VCH-INV-REF  TO AVS-INV-REF
           MOVE VCH-PO-NO    TO AVS-PO-NO
           MOVE VCH-AMOUNT   TO AVS-AMOUNT
           MOVE VCH-INV-DATE TO AVS-INV-DATE
           MOVE WS-RUN-DATE  TO AVS-LOAD-DATE
           MOVE 'O'          TO AVS-STATUS
           PERFORM COMPUTE-DUE-DATE
           WRITE AVS-ENR
           IF WS-FS-AVS NOT = '00'
              DISPLAY 'ERR WRITE FAPVSTOR :' WS-FS-AVS
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-LOADED-COUNT.

      ***************************************
      * ECHEANCE = DATE DE FACTURE +        *
      * CONDITIONS DU FOURNISSEUR (30 JOURS *
      * A DEFAUT). UNE DATE DE FACTURE      *
      * ILLISIBLE REND LE BON PAYABLE TOUT  *
      * DE SUITE PLUTOT QUE JAMAIS          *
      ***************************************
       COMPUTE-DUE-DATE.
           MOVE WS-DEFAULT-DAYS TO WS-PAY-DAYS
           IF WS-SUP-PRESENT = 'Y'
              MOVE VCH-SUP-CODE TO SUP-CODE
              READ SUPF KEY IS SUP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SUP-PAY-DAYS IS NUMERIC
                       AND SUP-PAY-DAYS > ZERO
                       MOVE SUP-PAY-DAYS TO WS-PAY-DAYS
                    END-IF
              END-READ
           END-IF
           IF VCH-INV-DATE(1:4) IS NUMERIC
              AND VCH-INV-DATE(6:2) IS NUMERIC
              AND VCH-INV-DATE(9:2) IS NUMERIC
              MOVE VCH-INV-DATE(1:4) TO WS-DATE-YYYY
              MOVE VCH-INV-DATE(6:2) TO WS-DATE-MM
              MOVE VCH-INV-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                      + WS-PAY-DAYS
              COMPUTE WS-DATE-INT =
                      FUNCTION DATE-OF-INTEGER(WS-JULIAN)
              MOVE SPACES TO AVS-DUE-DATE
              STRING
                   WS-DATE-YYYY DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-MM   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-DD   DELIMITED BY SIZE
              INTO AVS-DUE-DATE
           ELSE
              MOVE WS-RUN-DATE TO AVS-DUE-DATE
           END-IF.

      ***************************************
      * PARCOURS DU STOCK DANS L'ORDRE DE   *
      * LA CLE : LES BONS D'UN MEME         *
      * FOURNISSEUR SE SUIVENT, CE QUI DONNE*
      * LE REGROUPEMENT PAR RUPTURE         *
      ***************************************
       PAY-DUE-VOUCHERS.
           MOVE LOW-VALUES TO AVS-KEY
           START AVS KEY IS NOT LESS THAN AVS-KEY
              INVALID KEY
                 MOVE 1 TO FF-AVS
           END-START
           MOVE SPACES TO WS-CUR-SUP
           PERFORM UNTIL FF-AVS = 1
              READ AVS NEXT RECORD
                 AT END
                    MOVE 1 TO FF-AVS
                 NOT AT END
                    IF AVS-OPEN
                       AND AVS-DUE-DATE NOT > WS-CUTOFF-DATE
                       IF AVS-SUP-CODE NOT = WS-CUR-SUP
                          IF WS-CUR-SUP NOT = SPACES
                             PERFORM END-SUPPLIER-PAYMENT
                          END-IF
                          PERFORM START-SUPPLIER-PAYMENT
                       END-IF
                       PERFORM PAY-ONE-VOUCHER
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CUR-SUP NOT = SPACES
              PERFORM END-SUPPLIER-PAYMENT
           END-IF.

      ***************************************
      * NOUVEAU FOURNISSEUR : REFERENCE DE  *
      * VIREMENT ET EN-TETE DE L'AVIS       *
      ***************************************
       START-SUPPLIER-PAYMENT.
           MOVE AVS-SUP-CODE TO WS-CUR-SUP
           MOVE ZERO TO WS-CUR-AMOUNT
           MOVE ZERO TO WS-CUR-COUNT
           ADD 1 TO WS-PAY-SEQ
           MOVE WS-RUN-DATE-NUM TO WS-PAY-REF-DATE
           MOVE WS-PAY-SEQ TO WS-PAY-REF-SEQ
           MOVE 'FOURNISSEUR INCONNU' TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-ADDRESS
           IF WS-SUP-PRESENT = 'Y'
              MOVE AVS-SUP-CODE TO SUP-CODE
              READ SUPF KEY IS SUP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SUP-NAME    TO WS-CUR-NAME
                    MOVE SUP-ADDRESS TO WS-CUR-ADDRESS
              END-READ
           END-IF
           PERFORM WRITE-JUMP-PAGE-RPT
           MOVE '                    AVIS DE PAIEMENT' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'FOURNISSEUR : ' DELIMITED BY SIZE
                WS-CUR-SUP       DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                WS-CUR-NAME      DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING
                '              ' DELIMITED BY SIZE
                WS-CUR-ADDRESS   DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'VIREMENT    : ' DELIMITED BY SIZE
                WS-PAY-REF       DELIMITED BY SIZE
                ' DU '           DELIMITED BY SIZE
                WS-RUN-DATE      DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'REF. FACTURE   COMMANDE  DATE FACT.        MONTANT'
             TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE ALL '-' TO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * PAIEMENT D'UN BON : MARQUE PAYE AVEC*
      * SA REFERENCE, LIGNE DE L'AVIS       *
      ***************************************
       PAY-ONE-VOUCHER.
           MOVE 'P'          TO AVS-STATUS
           MOVE WS-RUN-DATE  TO AVS-PAY-DATE
           MOVE WS-PAY-REF   TO AVS-PAY-REF
           REWRITE AVS-ENR
           IF WS-FS-AVS NOT = '00'
              DISPLAY 'ERR REWRITE FAPVSTOR :' WS-FS-AVS
              PERFORM ABEND-PROG
           END-IF
           ADD AVS-AMOUNT TO WS-CUR-AMOUNT
           ADD 1 TO WS-CUR-COUNT
           ADD 1 TO WS-PAID-COUNT
           MOVE AVS-PO-NO  TO E-PO-NO
           MOVE AVS-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                AVS-INV-REF    DELIMITED BY SIZE
                '   '          DELIMITED BY SIZE
                E-PO-NO        DELIMITED BY SIZE
                '   '          DELIMITED BY SIZE
                AVS-INV-DATE   DELIMITED BY SIZE
                '   '          DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * FIN D'UN FOURNISSEUR : TOTAL DE     *
      * L'AVIS, ORDRE DE VIREMENT, ECRITURES*
      ***************************************
       END-SUPPLIER-PAYMENT.
           MOVE ALL '-' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE ZERO TO WS-CUR-DEBIT
           IF WS-DBN-PRESENT = 'Y'
              PERFORM APPLY-DEBIT-NOTES
           END-IF
           COMPUTE WS-CUR-NET = WS-CUR-AMOUNT - WS-CUR-DEBIT
           MOVE WS-CUR-NET    TO E-AMOUNT
           MOVE WS-CUR-COUNT  TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL VIRE (' DELIMITED BY SIZE
                E-COUNT        DELIMITED BY SIZE
                ' FACTURES)'   DELIMITED BY SIZE
                '              ' DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES        TO PMT-ENR
           MOVE WS-PAY-REF    TO PMT-PAY-REF
           MOVE WS-CUR-SUP    TO PMT-SUP-CODE
           MOVE WS-CUR-NAME   TO PMT-SUP-NAME
           MOVE WS-RUN-DATE   TO PMT-PAY-DATE
           MOVE WS-CUR-NET    TO PMT-AMOUNT
           MOVE WS-CUR-COUNT  TO PMT-VCH-COUNT
           WRITE PMT-ENR
           IF WS-FS-PMT NOT = '00'
              DISPLAY 'ERR WRITE FAPPAYMT :' WS-FS-PMT
              PERFORM ABEND-PROG
           END-IF
           PERFORM WRITE-GL-POSTINGS
           ADD 1 TO WS-SUPPLIER-COUNT
           ADD WS-CUR-NET TO WS-SUM-PAID.

      ***************************************
      * IMPUTATION DES NOTES DE DEBIT       *
      * OUVERTES DU FOURNISSEUR (CLE        *
      * FOURNISSEUR + NUMERO) : UNE NOTE    *
      * N'EST IMPUTEE QUE SI LE VIREMENT    *
      * RESTE POSITIF, SINON ELLE ATTEND LE *
      * PROCHAIN PAIEMENT                   *
      ***************************************
       APPLY-DEBIT-NOTES.
           MOVE 0 TO FF-DBN
           MOVE WS-CUR-SUP TO DBN-SUP-CODE
           MOVE ZERO TO DBN-NO
           START DBN KEY IS NOT LESS THAN DBN-KEY
              INVALID KEY
                 MOVE 1 TO FF-DBN
           END-START
           PERFORM UNTIL FF-DBN = 1
              READ DBN NEXT RECORD
                 AT END
                    MOVE 1 TO FF-DBN
                 NOT AT END
                    IF DBN-SUP-CODE NOT = WS-CUR-SUP
                       MOVE 1 TO FF-DBN
                    ELSE
                       IF DBN-OPEN
                          AND WS-CUR-DEBIT + DBN-AMOUNT
                              < WS-CUR-AMOUNT
                          PERFORM APPLY-ONE-DEBIT-NOTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CUR-DEBIT NOT = ZERO
              MOVE ALL '-' TO WS-LINE
              PERFORM WRITE-FILE-RPT
           END-IF.

       APPLY-ONE-DEBIT-NOTE.
           SET DBN-APPLIED    TO TRUE
           MOVE WS-RUN-DATE   TO DBN-APPLY-DATE
           MOVE WS-PAY-REF    TO DBN-PAY-REF
           REWRITE DBN-ENR
           IF WS-FS-DBN NOT = '00'
              DISPLAY 'ERR REWRITE FSUPDBN :' WS-FS-DBN
              PERFORM ABEND-PROG
           END-IF
           ADD DBN-AMOUNT TO WS-CUR-DEBIT
           ADD 1 TO WS-DBN-APPLIED
           ADD DBN-AMOUNT TO WS-SUM-DEBIT
           MOVE DBN-NO     TO E-DBN-NO
           MOVE DBN-PO-NO  TO E-PO-NO
           MOVE DBN-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                'NOTE '       DELIMITED BY SIZE
                E-DBN-NO      DELIMITED BY SIZE
                '   '         DELIMITED BY SIZE
                E-PO-NO       DELIMITED BY SIZE
                '   '         DELIMITED BY SIZE
                DBN-DATE      DELIMITED BY SIZE
                '  -'         DELIMITED BY SIZE
                E-AMOUNT      DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-GL-POSTINGS.
           MOVE SPACES       TO GLP-ENR
           MOVE 'APPAYRUN'   TO GLP-SOURCE
           MOVE ZERO         TO GLP-INVOICE-NO
           MOVE ZERO         TO GLP-O-NO
           MOVE WS-RUN-DATE  TO GLP-DATE
           MOVE WS-GL-AP     TO GLP-ACCOUNT
           MOVE 'ACCOUNTS PAYABLE'   TO GLP-DESCRIPTION
           MOVE 'D'          TO GLP-DC
           MOVE WS-CUR-NET   TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-CSH    TO GLP-ACCOUNT
           MOVE 'CASH'       TO GLP-DESCRIPTION
           MOVE 'C'          TO GLP-DC
           MOVE WS-CUR-NET   TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FAPREMIT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-JUMP-PAGE-RPT.
           MOVE SPACE TO RPT-ENR
           WRITE RPT-ENR AFTER ADVANCING PAGE
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FAPREMIT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-SUM-PAID TO E-AMOUNT
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU PAIEMENT FOURNISSEURS'
           DISPLAY '  BONS DU JOUR LUS   : ' WS-READ-COUNT
           DISPLAY '  BONS CHARGES       : ' WS-LOADED-COUNT
           DISPLAY '  DEJA EN STOCK      : ' WS-DUP-COUNT
           DISPLAY '  BONS PAYES         : ' WS-PAID-COUNT
           DISPLAY '  VIREMENTS EMIS     : ' WS-SUPPLIER-COUNT
           DISPLAY '  MONTANT PAYE       : ' E-AMOUNT
           MOVE WS-SUM-DEBIT TO E-AMOUNT
           DISPLAY '  NOTES DEBIT IMPUT. : ' WS-DBN-APPLIED
           DISPLAY '  MONTANT DES NOTES  : ' E-AMOUNT
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
