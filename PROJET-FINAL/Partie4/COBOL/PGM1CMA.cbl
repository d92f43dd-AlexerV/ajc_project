      * E-FACTURE. CHAQUE ECRITURE PORTE            *
      * L'OPERATEUR ET LA DATE (UPD_BY / UPD_DATE), *
      * COMME CREATOR-NPT / CREDATE-NPT POUR LES    *
      * PIECES. LE COMPTE PARENT (FACULTATIF)       *
      * RATTACHE UNE SUCCURSALE A LA TETE DE SON    *
      * GROUPE - UN SEUL NIVEAU DE HIERARCHIE.      *
      * LE CODE AVANCE (Y/N) MET LE CLIENT EN       *
      * PAIEMENT D'AVANCE : SES COMMANDES ATTENDENT *
      * L'ACOMPTE DE LEUR PRO-FORMA (EXTRACTP).     *
      * LE CODE AVIS (Y/N) ABONNE LE CLIENT A       *
      * L'AVIS D'EXPEDITION ELECTRONIQUE (ASNSEND). *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       77 WS-AUD-OLD-PHONE   PIC X(10) VALUE SPACES.
       77 WS-AUD-OLD-EMAIL   PIC X(50) VALUE SPACES.
       77 WS-AUD-OLD-STATUS  PIC X VALUE SPACES.
       77 WS-AUD-OLD-PARENT  PIC 9(5) VALUE ZERO.
       77 WS-AUD-OLD-ADVANCE PIC X VALUE SPACES.
       77 WS-AUD-OLD-ASN     PIC X VALUE SPACES.
       77 WS-AT-COUNT    PIC 9(3) VALUE 0.
       77 WS-DOT-COUNT   PIC 9(3) VALUE 0.
       77 WS-UPD-DATE    PIC X(10) VALUE SPACES.

      *************************************************
      * CONTROLE DU COMPTE PARENT : LA TETE DE GROUPE *
      * DOIT EXISTER ET NE PAS ETRE ELLE-MEME         *
      * RATTACHEE ; UNE TETE QUI A DES SUCCURSALES NE *
      * PEUT PAS DEVENIR SUCCURSALE                   *
      *************************************************
       77 WS-GRP-C-NO    PIC S9(5)V USAGE COMP-3 VALUE 0.
       77 WS-GRP-PARENT  PIC S9(5)V USAGE COMP-3 VALUE 0.
       77 WS-GRP-CHILDREN PIC S9(9) USAGE COMP VALUE 0.

      *************************************************
      * LONGUEUR UTILE DES ZONES VARCHAR (BLANCS DE   *
      * FIN EXCLUS), CALCULEE COMME DANS PRO15        *
           INSPECT EMAILCMI REPLACING ALL '_' BY SPACES
           INSPECT CONFCMI  REPLACING ALL '_' BY SPACES
           INSPECT STATCMI  REPLACING ALL '_' BY SPACES
           INSPECT PARNTCMI REPLACING ALL '_' BY SPACES
           INSPECT AVANCMI  REPLACING ALL '_' BY SPACES
           INSPECT ASNCMI   REPLACING ALL '_' BY SPACES

           SET ALL-ZONES-OK TO TRUE

           END-IF
           PERFORM VERIF-ETAT
           PERFORM VERIF-EMAIL
           PERFORM VERIF-PARENT
           .

      *************************************************
              MOVE 'STATUT DE COMPTE INVALIDE (A/H/C) !'
                TO MESS1CMI
           END-IF
      *    PAIEMENT D'AVANCE FACULTATIF : BLANC = N
           IF AVANCMI = SPACES
              MOVE 'N' TO AVANCMI
           END-IF
           IF AVANCMI NOT = 'Y' AND AVANCMI NOT = 'N'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO AVANCMC
              MOVE 'CODE PAIEMENT D''AVANCE INVALIDE (Y/N) !'
                TO MESS1CMI
           END-IF
      *    AVIS D'EXPEDITION ELECTRONIQUE FACULTATIF : BLANC = N
           IF ASNCMI = SPACES
              MOVE 'N' TO ASNCMI
           END-IF
           IF ASNCMI NOT = 'Y' AND ASNCMI NOT = 'N'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ASNCMC
              MOVE 'CODE AVIS D''EXPEDITION INVALIDE (Y/N) !'
                TO MESS1CMI
           END-IF

           IF STATECMI = SPACES
              SET MANQUE-ZONE TO TRUE
              END-IF
           END-IF.

      *************************************************
      * COMPTE PARENT FACULTATIF (COMPTES NATIONAUX) :*
      * NUMERIQUE, DIFFERENT DU CLIENT, EXISTANT ET   *
      * LUI-MEME SANS PARENT. UN CLIENT QUI EST DEJA  *
      * TETE D'UN GROUPE NE PEUT PAS ETRE RATTACHE    *
      *************************************************
       VERIF-PARENT.
           IF PARNTCMI NOT = SPACES
              IF PARNTCMI IS NOT NUMERIC
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO PARNTCMC
                 MOVE 'COMPTE PARENT NON NUMERIQUE !' TO MESS1CMI
              ELSE
                 IF PARNTCMI = CNOCMI
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO PARNTCMC
                    MOVE 'UN CLIENT NE PEUT ETRE SON PROPRE PARENT !'
                      TO MESS1CMI
                 ELSE
                    PERFORM LECTURE-PARENT
                 END-IF
              END-IF
           END-IF.

       LECTURE-PARENT.
           MOVE PARNTCMI TO WS-GRP-C-NO
           EXEC SQL
              SELECT PARENT_C_NO
                INTO :WS-GRP-PARENT
                FROM CUSTOMERS
               WHERE C_NO = :WS-GRP-C-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 IF WS-GRP-PARENT NOT = ZERO
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO PARNTCMC
                    MOVE 'LE PARENT EST LUI-MEME RATTACHE A UN GROUPE !'
                      TO MESS1CMI
                 END-IF
              WHEN +100
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO PARNTCMC
                 MOVE 'COMPTE PARENT INEXISTANT !' TO MESS1CMI
              WHEN OTHER
                 MOVE 'ERREUR SELECT CUSTOMERS' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
           END-EVALUATE
           IF CNOCMI IS NUMERIC
              MOVE CNOCMI TO WS-GRP-C-NO
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-GRP-CHILDREN
                   FROM CUSTOMERS
                  WHERE PARENT_C_NO = :WS-GRP-C-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE 'ERREUR SELECT CUSTOMERS' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
              END-IF
              IF WS-GRP-CHILDREN > ZERO
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO PARNTCMC
                 MOVE 'CE CLIENT EST TETE DE GROUPE : PAS DE PARENT !'
                   TO MESS1CMI
              END-IF
           END-IF.

      *************************************************
      * AJOUT AVEC ECRAN DE CONFIRMATION, COMME       *
      * AJOUT-NPT DANS PGM1NPT                        *
           PERFORM CALC-LEN
           MOVE WS-LEN TO CUS-EMAIL-LEN
           MOVE STATCMI TO CUS-ACCT-STATUS
           IF PARNTCMI = SPACES
              MOVE ZERO TO CUS-PARENT-C-NO
           ELSE
              MOVE PARNTCMI TO CUS-PARENT-C-NO
           END-IF
           MOVE AVANCMI TO CUS-CASH-ADVANCE
           MOVE ASNCMI TO CUS-ASN-REQUIRED
           MOVE LOGIN-ZONE TO CUS-UPD-BY
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           EXEC SQL
              INSERT INTO CUSTOMERS (C_NO, COMPANY, ADDRESS, CITY,
                     STATE, ZIP, PHONE, EMAIL, BALANCE,
                     UPD_BY, UPD_DATE, ACCT_STATUS, PARENT_C_NO,
                     CASH_ADVANCE, ASN_REQUIRED)
              VALUES (:CUS-C-NO, :CUS-COMPANY, :CUS-ADDRESS,
                      :CUS-CITY, :CUS-STATE, :CUS-ZIP, :CUS-PHONE,
                      :CUS-EMAIL, 0, :CUS-UPD-BY, :CUS-UPD-DATE,
                      :CUS-ACCT-STATUS, :CUS-PARENT-C-NO,
                      :CUS-CASH-ADVANCE, :CUS-ASN-REQUIRED)
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
           MOVE SPACES TO WS-AUD-OLD-PHONE
           MOVE SPACES TO WS-AUD-OLD-EMAIL
           MOVE SPACES TO WS-AUD-OLD-STATUS
           MOVE ZERO TO WS-AUD-OLD-PARENT
           MOVE SPACES TO WS-AUD-OLD-ADVANCE
           MOVE SPACES TO WS-AUD-OLD-ASN
           EXEC SQL
              SELECT COMPANY, ADDRESS, CITY, STATE, ZIP,
                     PHONE, EMAIL, ACCT_STATUS, PARENT_C_NO,
                     CASH_ADVANCE, ASN_REQUIRED
                INTO :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY,
                     :CUS-STATE, :CUS-ZIP, :CUS-PHONE,
                     :CUS-EMAIL, :CUS-ACCT-STATUS, :CUS-PARENT-C-NO,
                     :CUS-CASH-ADVANCE, :CUS-ASN-REQUIRED
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
              MOVE CUS-PHONE        TO WS-AUD-OLD-PHONE
              MOVE CUS-EMAIL-TEXT   TO WS-AUD-OLD-EMAIL
              MOVE CUS-ACCT-STATUS  TO WS-AUD-OLD-STATUS
              MOVE CUS-PARENT-C-NO  TO WS-AUD-OLD-PARENT
              MOVE CUS-CASH-ADVANCE TO WS-AUD-OLD-ADVANCE
              MOVE CUS-ASN-REQUIRED TO WS-AUD-OLD-ASN
           END-IF
           PERFORM PREPARE-HOST-VARS
           EXEC SQL
                     EMAIL = :CUS-EMAIL,
                     UPD_BY = :CUS-UPD-BY,
                     UPD_DATE = :CUS-UPD-DATE,
                     ACCT_STATUS = :CUS-ACCT-STATUS,
                     PARENT_C_NO = :CUS-PARENT-C-NO,
                     CASH_ADVANCE = :CUS-CASH-ADVANCE,
                     ASN_REQUIRED = :CUS-ASN-REQUIRED
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           EVALUATE SQLCODE
              MOVE WS-AUD-OLD-STATUS TO OLDVAL-AUD
              MOVE STATCMI       TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-PARENT NOT = CUS-PARENT-C-NO
              MOVE 'PARENT_C_NO' TO FIELD-AUD
              MOVE WS-AUD-OLD-PARENT TO OLDVAL-AUD
              MOVE PARNTCMI      TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ADVANCE NOT = AVANCMI
              MOVE 'CASH_ADVANCE' TO FIELD-AUD
              MOVE WS-AUD-OLD-ADVANCE TO OLDVAL-AUD
              MOVE AVANCMI       TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ASN NOT = ASNCMI
              MOVE 'ASN_REQUIRED' TO FIELD-AUD
              MOVE WS-AUD-OLD-ASN TO OLDVAL-AUD
              MOVE ASNCMI        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF.

       CALC-LEN.
