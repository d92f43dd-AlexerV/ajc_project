       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARDAUTH.
      **********************************************
      * AUTORISATION CARTE BANCAIRE :               *
      * SOUS-PROGRAMME CICS COMMUN (LINK, VOIR      *
      * CARDAUTP.CPY) DE LA SAISIE ET DE LA         *
      * MODIFICATION DE COMMANDE. LA DEMANDE EST    *
      * DEPOSEE SUR LE FICHIER D'INTERFACE CARDIF   *
      * DU PROCESSEUR DE CARTES (VOIR CARDIF.CPY),  *
      * PUIS LA REPONSE EST ATTENDUE SECONDE PAR    *
      * SECONDE JUSQU'AU DELAI MAXIMAL. LA FICHE    *
      * EST SUPPRIMEE DES LA REPONSE LUE (OU LE     *
      * DELAI ECOULE) ET LE NUMERO DE CARTE EFFACE  *
      * DE LA COMMAREA : ON NE GARDE QUE LE JETON   *
      * ET LA REFERENCE D'AUTORISATION.             *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY CARDAUTP.
       COPY CARDIF.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.

      *************************************************
      * ATTENTE DE LA REPONSE DU PROCESSEUR : UNE     *
      * LECTURE PAR SECONDE, AU PLUS WS-WAIT-MAX      *
      *************************************************
       77 WS-WAIT-COUNT  PIC 99 VALUE ZERO.
       77 WS-WAIT-MAX    PIC 99 VALUE 20.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(98).

       PROCEDURE DIVISION USING DFHCOMMAREA.
            MOVE DFHCOMMAREA TO CA-PARM
            MOVE ZERO   TO CA-RC
            MOVE SPACES TO CA-RESP-TEXT
            PERFORM ECRIT-DEMANDE
            IF CA-RC = ZERO
               PERFORM ATTEND-REPONSE
               PERFORM SUPPRIME-DEMANDE
            END-IF
            MOVE SPACES TO CA-CARD-NO
            MOVE SPACES TO CIF-CARD-NO
            MOVE CA-PARM TO DFHCOMMAREA
            EXEC CICS RETURN END-EXEC.

      *************************************************
      * DEPOT DE LA DEMANDE SUR LE FICHIER            *
      * D'INTERFACE : CLE = TERMINAL + HORODATAGE     *
      *************************************************
       ECRIT-DEMANDE.
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           MOVE SPACES       TO CIF-ENR
           MOVE EIBTRMID     TO CIF-TERMID
           MOVE WS-TEMPS     TO CIF-ABSTIME
           MOVE CA-FUNC      TO CIF-FUNC
           SET CIF-PENDING   TO TRUE
           MOVE CA-C-NO      TO CIF-C-NO
           MOVE CA-AMOUNT    TO CIF-AMOUNT
           MOVE 'USD'        TO CIF-CURRENCY
           IF CIF-VOID
              MOVE CA-TOKEN    TO CIF-TOKEN
              MOVE CA-AUTH-REF TO CIF-AUTH-REF
           ELSE
              MOVE CA-CARD-NO  TO CIF-CARD-NO
              MOVE CA-EXPIRY   TO CIF-EXPIRY
           END-IF
           EXEC CICS
                WRITE DATASET ('CARDIF')
                      FROM (CIF-ENR)
                      RIDFLD (CIF-REQ-ID)
                      RESP (WS-CD-ERR)
           END-EXEC
           IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
              MOVE 12 TO CA-RC
              MOVE 'ERREUR WRITE CARDIF' TO CA-RESP-TEXT
           END-IF.

      *************************************************
      * LECTURE DE LA FICHE JUSQU'A CE QUE LA         *
      * PASSERELLE Y AIT POSE SA REPONSE              *
      *************************************************
       ATTEND-REPONSE.
           MOVE ZERO TO WS-WAIT-COUNT
           PERFORM UNTIL NOT CIF-PENDING
                      OR WS-WAIT-COUNT >= WS-WAIT-MAX
                      OR CA-RC NOT = ZERO
              EXEC CICS
                   DELAY INTERVAL (000001)
              END-EXEC
              ADD 1 TO WS-WAIT-COUNT
              EXEC CICS
                   READ DATASET ('CARDIF')
                        INTO (CIF-ENR)
                        RIDFLD (CIF-REQ-ID)
                        RESP (WS-CD-ERR)
              END-EXEC
              IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                 MOVE 12 TO CA-RC
                 MOVE 'ERREUR READ CARDIF' TO CA-RESP-TEXT
              END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CA-RC NOT = ZERO
                    CONTINUE
               WHEN CIF-APPROVED
                    MOVE CIF-TOKEN    TO CA-TOKEN
                    MOVE CIF-AUTH-REF TO CA-AUTH-REF
                    MOVE CIF-RESP-TEXT TO CA-RESP-TEXT
               WHEN CIF-DECLINED
                    MOVE 4 TO CA-RC
                    MOVE CIF-RESP-TEXT TO CA-RESP-TEXT
               WHEN OTHER
                    MOVE 8 TO CA-RC
                    MOVE 'PAS DE REPONSE DU PROCESSEUR'
                      TO CA-RESP-TEXT
           END-EVALUATE.

      *************************************************
      * LA DEMANDE NE RESTE PAS SUR LE FICHIER (UNE   *
      * PASSERELLE EN RETARD NE TROUVERA PLUS RIEN A  *
      * TRAITER)                                      *
      *************************************************
       SUPPRIME-DEMANDE.
           EXEC CICS
                DELETE DATASET ('CARDIF')
                       RIDFLD (CIF-REQ-ID)
                       RESP (WS-CD-ERR)
           END-EXEC.
