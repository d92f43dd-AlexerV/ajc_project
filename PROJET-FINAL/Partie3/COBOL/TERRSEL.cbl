       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TERRSEL.
      **********************************************
      * VENDEUR D'UNE COMMANDE PAR SECTEUR DE VENTE *
      * (TERRITORIES) : SOUS-PROGRAMME COMMUN (VOIR *
      * TERRSELP.CPY) APPELE A LA CREATION DES      *
      * COMMANDES (PGM1ORD, ORDIMP, STANDORD,       *
      * CONSIGN). UN VENDEUR SAISI ET CONNU DE      *
      * EMPLOYEES EST CONSERVE ; SINON LE TITULAIRE *
      * DU SECTEUR QUI COUVRE L'ETAT ET LE CODE     *
      * POSTAL DE LIVRAISON EST RETENU. ADRESSE DE  *
      * LIVRAISON = SHIPTO DE LA COMMANDE, SIEGE    *
      * (SHIPTO_ID 0 OU ADRESSE INCONNUE) =         *
      * CUSTOMERS, COMME SALERSTR.                  *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

           EXEC SQL
               INCLUDE EMP
           END-EXEC

           EXEC SQL
               INCLUDE TER
           END-EXEC

       77 WS-ENO-FOUND      PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY TERRSELP.

       PROCEDURE DIVISION USING TS-PARM.
            MOVE ZERO   TO TS-RC
            MOVE ZERO   TO TS-SQLCODE
            MOVE SPACES TO TS-TERR-ID
            MOVE SPACES TO TS-STATE
            MOVE SPACES TO TS-ZIP
            MOVE 'N'    TO WS-ENO-FOUND
            IF TS-E-NO NOT = ZERO
               PERFORM CHECK-EMPLOYEE
            END-IF
            IF TS-RC = ZERO AND WS-ENO-FOUND = 'N'
               IF TS-SHIPTO-ID NOT = ZERO
                  PERFORM GET-SHIPTO-ADDRESS
               END-IF
               IF TS-RC = ZERO AND TS-STATE = SPACES
                  PERFORM GET-CUSTOMER-ADDRESS
               END-IF
               IF TS-RC = ZERO
                  PERFORM GET-TERRITORY
               END-IF
            END-IF
            GOBACK.

      ***************************************
      * VENDEUR PORTE PAR LA COMMANDE       *
      ***************************************
       CHECK-EMPLOYEE.
           MOVE TS-E-NO TO EMP-E-NO
           EXEC SQL
                SELECT E_NO
                INTO  :EMP-E-NO
                FROM  EMPLOYEES
                WHERE E_NO = :EMP-E-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE 'Y' TO WS-ENO-FOUND
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * ADRESSE DE LIVRAISON                *
      ***************************************
       GET-SHIPTO-ADDRESS.
           MOVE TS-C-NO      TO SHT-C-NO
           MOVE TS-SHIPTO-ID TO SHT-SHIPTO-ID
           EXEC SQL
                SELECT STATE, ZIP
                INTO  :SHT-STATE, :SHT-ZIP
                FROM  SHIPTO
                WHERE C_NO = :SHT-C-NO
                AND   SHIPTO_ID = :SHT-SHIPTO-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE SHT-STATE TO TS-STATE
                 MOVE SHT-ZIP   TO TS-ZIP
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * LIVRAISON AU SIEGE : ADRESSE CLIENT *
      ***************************************
       GET-CUSTOMER-ADDRESS.
           MOVE TS-C-NO TO CUS-C-NO
           EXEC SQL
                SELECT STATE, ZIP
                INTO  :CUS-STATE, :CUS-ZIP
                FROM  CUSTOMERS
                WHERE C_NO = :CUS-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE CUS-STATE TO TS-STATE
                 MOVE CUS-ZIP   TO TS-ZIP
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * SECTEUR QUI COUVRE L'ADRESSE - LE   *
      * PLUS ETROIT (BORNE BASSE LA PLUS    *
      * HAUTE) L'EMPORTE                    *
      ***************************************
       GET-TERRITORY.
           MOVE 8 TO TS-RC
           IF TS-STATE NOT = SPACES
              MOVE TS-STATE TO TER-STATE
              MOVE TS-ZIP   TO TER-ZIP-FROM
              EXEC SQL
                   SELECT TERR_ID, E_NO
                   INTO  :TER-TERR-ID, :TER-E-NO
                   FROM  TERRITORIES
                   WHERE STATE = :TER-STATE
                   AND   ZIP_FROM <= :TER-ZIP-FROM
                   AND   ZIP_TO >= :TER-ZIP-FROM
                   ORDER BY ZIP_FROM DESC, ZIP_TO
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = ZERO
                    MOVE TER-TERR-ID TO TS-TERR-ID
                    MOVE TER-E-NO    TO TS-E-NO
                    MOVE 4 TO TS-RC
                 WHEN SQLCODE = +100
                    CONTINUE
                 WHEN OTHER
                    PERFORM SQL-ERROR
              END-EVALUATE
           END-IF.

      *    L'APPELANT DECIDE : ABANDON (BATCH) OU ANNULATION DE
      *    L'UNITE D'OEUVRE (TRANSACTION)
       SQL-ERROR.
           MOVE 12 TO TS-RC
           MOVE SQLCODE TO TS-SQLCODE.
