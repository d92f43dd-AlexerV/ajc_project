       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1REQ.
      **********************************************
      * DEMANDES BATCH EN LIGNE : L'OPERATEUR       *
      * DEPOSE DANS LA FILE REQQUE1 (VOIR           *
      * REQQUEUE.CPY) UNE REIMPRESSION DE FACTURE   *
      * (INVREPRT), UN RELEVE DE COMPTE CLIENT      *
      * (CUSTSTMT) OU UNE RECHERCHE DANS LES        *
      * ARCHIVES (ARCHFIND), SANS PASSER PAR        *
      * L'EXPLOITATION. LE REPARTITEUR REQDISP      *
      * PRENDRA LA DEMANDE AU PROCHAIN PASSAGE      *
      * PLANIFIE. L'ECRAN LISTE LES 6 DERNIERES     *
      * DEMANDES DE L'OPERATEUR AVEC LEUR STATUT    *
      * (EN ATTENTE, EN COURS, TERMINEE, EN ECHEC,  *
      * ANNULEE) ET, UNE FOIS TERMINEE, LE DATASET  *
      * OU TROUVER LE RESULTAT. ACTIONS :           *
      *   'D' DEPOSE LA DEMANDE SAISIE ;            *
      *   'X' ANNULE LA DEMANDE DONT LA REFERENCE   *
      *       EST SAISIE, SI ELLE EST EN ATTENTE ;  *
      *   BLANC REAFFICHE LA LISTE.                 *
      * PROFILS : ADMINISTRATEUR OU VENTES.         *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      **********************************************
      * DESCRIPTION DES TOUCHES FONCTIONS          *
      **********************************************
       COPY DFHAID.
      **********************************************
      * DESCRIPTION DES ATTRIBUTS                  *
      **********************************************
       COPY DFHBMSCA.
      **********************************************
      * DESCRIPTION DE LA MAP                      *
      **********************************************
       COPY MS1REQ.
      **********************************************
      * DESCRIPTION DES FICHIERS                   *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE INV
           END-EXEC

       COPY ZONE.
       COPY REQQUEUE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.

       77 WS-MSG         PIC X(56).
       77 WS-END-BROWSE  PIC X VALUE 'N'.

      *************************************************
      * DERNIERES DEMANDES DE L'OPERATEUR : LE        *
      * PARCOURS EST CROISSANT (CLE = OPERATEUR +     *
      * HORODATAGE), ON GARDE LES 6 DERNIERES LUES    *
      *************************************************
       01 WS-LAST-TABLE.
          05 WS-LAST-REQ OCCURS 6 TIMES PIC X(227).
       77 WS-LAST-COUNT  PIC 9 VALUE ZERO.
       77 WS-IDX         PIC 99 VALUE ZERO.
       77 WS-LINE-IDX    PIC 99 VALUE ZERO.
       01 WS-LIST-TABLE.
          05 WS-LIST-LINE OCCURS 12 TIMES PIC X(75).
       77 WS-TYPE-LIB    PIC X(8).
       77 WS-STAT-LIB    PIC X(12).

      *************************************************
      * CONTROLE D'UNE DATE SAISIE AAAA-MM-JJ         *
      *************************************************
       01 WS-CHK-DATE.
          05 WS-CHK-YYYY  PIC X(4).
          05 WS-CHK-SEP1  PIC X.
          05 WS-CHK-MM    PIC X(2).
          05 WS-CHK-SEP2  PIC X.
          05 WS-CHK-DD    PIC X(2).
       77 WS-DATE-OK     PIC X VALUE 'N'.

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE *
      *************************************************

       01 FILLER PIC 9.
          88 ALL-ZONES-OK  VALUE 0.
          88 MANQUE-ZONE   VALUE 1.

       77 UNDERSCORE    PIC X(79) VALUE ALL '_'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(70).

       PROCEDURE DIVISION USING DFHCOMMAREA.

            EVALUATE EIBTRNID
                WHEN 'T1EK'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1REQO
                               PERFORM AFFICHE-DEMANDES
                               MOVE 'D = DEPOSER, X = ANNULER (REF.)'
                                 TO MESS1RQI
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE 'NON AUTHENTIFIE!' TO WS-ERR-MESS
                     PERFORM FIN-TOTALE
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'DEMANDES BATCH' TO LIBMAPRQO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJRQO)
               DATESEP('/')
               TIME (HEURERQO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1REQ')
                   MAPSET('MS1REQ')
                   FROM (MAP1REQO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1REQ' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EK')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1REQ')
                         MAPSET ('MS1REQ')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            INSPECT TYPERQI REPLACING ALL '_' BY SPACES
            INSPECT INVRQI  REPLACING ALL '_' BY SPACES
            INSPECT CNORQI  REPLACING ALL '_' BY SPACES
            INSPECT DFRMRQI REPLACING ALL '_' BY SPACES
            INSPECT DTORQI  REPLACING ALL '_' BY SPACES
            INSPECT ARCTRQI REPLACING ALL '_' BY SPACES
            INSPECT ONORQI  REPLACING ALL '_' BY SPACES
            INSPECT ACTRQI  REPLACING ALL '_' BY SPACES
            INSPECT REFRQI  REPLACING ALL '_' BY SPACES.

      *************************************************
      * LISTE DES 6 DERNIERES DEMANDES DE L'OPERATEUR *
      * (LA PLUS RECENTE EN TETE), DEUX LIGNES PAR    *
      * DEMANDE : REFERENCE, TYPE, CARTE ET STATUT,   *
      * PUIS LE RESULTAT                              *
      *************************************************
       AFFICHE-DEMANDES.
           MOVE ZERO TO WS-LAST-COUNT
           MOVE SPACES TO WS-LAST-TABLE WS-LIST-TABLE
           MOVE LOW-VALUES TO REQ-KEY
           MOVE LOGIN-ZONE TO REQ-USER
           MOVE 'N' TO WS-END-BROWSE
           EXEC CICS
                STARTBR DATASET ('REQQUE1')
                        RIDFLD (REQ-KEY)
                        GTEQ
                        RESP (WS-CD-ERR)
           END-EXEC
           EVALUATE WS-CD-ERR
               WHEN ZERO
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    MOVE 'Y' TO WS-END-BROWSE
               WHEN OTHER
                    MOVE 'ERREUR STARTBR REQQUE1' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE
           PERFORM UNTIL WS-END-BROWSE = 'Y'
              EXEC CICS
                   READNEXT DATASET ('REQQUE1')
                            INTO (REQ-ENR)
                            RIDFLD (REQ-KEY)
                            RESP (WS-CD-ERR)
              END-EXEC
              EVALUATE WS-CD-ERR
                  WHEN ZERO
                       IF REQ-USER NOT = LOGIN-ZONE
                          MOVE 'Y' TO WS-END-BROWSE
                       ELSE
                          PERFORM GARDE-DEMANDE
                       END-IF
                  WHEN DFHRESP(ENDFILE)
                       MOVE 'Y' TO WS-END-BROWSE
                  WHEN OTHER
                       MOVE 'ERREUR READNEXT REQQUE1' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-PERFORM
           IF WS-CD-ERR NOT = DFHRESP(NOTFND)
              EXEC CICS
                   ENDBR DATASET ('REQQUE1')
              END-EXEC
           END-IF
           MOVE ZERO TO WS-LINE-IDX
           PERFORM VARYING WS-IDX FROM WS-LAST-COUNT BY -1
                   UNTIL WS-IDX < 1
              MOVE WS-LAST-REQ (WS-IDX) TO REQ-ENR
              PERFORM FORMATE-DEMANDE
           END-PERFORM
           IF WS-LAST-COUNT = ZERO
              MOVE 'AUCUNE DEMANDE DEPOSEE' TO WS-LIST-LINE (1)
           END-IF
           MOVE WS-LIST-LINE (1)  TO L1RQO
           MOVE WS-LIST-LINE (2)  TO L2RQO
           MOVE WS-LIST-LINE (3)  TO L3RQO
           MOVE WS-LIST-LINE (4)  TO L4RQO
           MOVE WS-LIST-LINE (5)  TO L5RQO
           MOVE WS-LIST-LINE (6)  TO L6RQO
           MOVE WS-LIST-LINE (7)  TO L7RQO
           MOVE WS-LIST-LINE (8)  TO L8RQO
           MOVE WS-LIST-LINE (9)  TO L9RQO
           MOVE WS-LIST-LINE (10) TO L10RQO
           MOVE WS-LIST-LINE (11) TO L11RQO
           MOVE WS-LIST-LINE (12) TO L12RQO.

      *    FENETRE GLISSANTE DES 6 DERNIERES DEMANDES LUES
       GARDE-DEMANDE.
           IF WS-LAST-COUNT < 6
              ADD 1 TO WS-LAST-COUNT
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                 MOVE WS-LAST-REQ (WS-IDX + 1) TO WS-LAST-REQ (WS-IDX)
              END-PERFORM
           END-IF
           MOVE REQ-ENR TO WS-LAST-REQ (WS-LAST-COUNT).

       FORMATE-DEMANDE.
           EVALUATE TRUE
               WHEN REQ-REPRINT
                    MOVE 'REIMPR. ' TO WS-TYPE-LIB
               WHEN REQ-STATEMENT
                    MOVE 'RELEVE  ' TO WS-TYPE-LIB
               WHEN OTHER
                    MOVE 'ARCHIVE ' TO WS-TYPE-LIB
           END-EVALUATE
           EVALUATE TRUE
               WHEN REQ-PENDING
                    MOVE 'EN ATTENTE'   TO WS-STAT-LIB
               WHEN REQ-RUNNING
                    MOVE 'EN COURS'     TO WS-STAT-LIB
               WHEN REQ-DONE
                    MOVE 'TERMINEE'     TO WS-STAT-LIB
               WHEN REQ-FAILED
                    MOVE 'EN ECHEC'     TO WS-STAT-LIB
               WHEN OTHER
                    MOVE 'ANNULEE'      TO WS-STAT-LIB
           END-EVALUATE
           ADD 1 TO WS-LINE-IDX
           STRING REQ-SUB-DATE     DELIMITED BY SIZE
                  REQ-SUB-TIME     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-TYPE-LIB      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  REQ-CARD(1:25)   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-STAT-LIB      DELIMITED BY SIZE
             INTO WS-LIST-LINE (WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX
           EVALUATE TRUE
               WHEN REQ-RUNNING
                    STRING '   PASSAGE ' DELIMITED BY SIZE
                           REQ-RUN-ID    DELIMITED BY SIZE
                      INTO WS-LIST-LINE (WS-LINE-IDX)
               WHEN REQ-DONE
                    STRING '   ' DELIMITED BY SIZE
                           REQ-END-DATE  DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           REQ-END-TIME(1:4) DELIMITED BY SIZE
                           ' SORTIE '    DELIMITED BY SIZE
                           REQ-OUTPUT    DELIMITED BY SIZE
                      INTO WS-LIST-LINE (WS-LINE-IDX)
               WHEN REQ-FAILED
                    STRING '   ' DELIMITED BY SIZE
                           REQ-END-DATE  DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           REQ-END-TIME(1:4) DELIMITED BY SIZE
                           ' '           DELIMITED BY SIZE
                           REQ-MSG       DELIMITED BY SIZE
                      INTO WS-LIST-LINE (WS-LINE-IDX)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *************************************************
      * CONTROLE DE LA DATE WS-CHK-DATE (AAAA-MM-JJ)  *
      *************************************************
       CONTROLE-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-CHK-YYYY IS NUMERIC AND WS-CHK-MM IS NUMERIC
              AND WS-CHK-DD IS NUMERIC
              AND WS-CHK-SEP1 = '-' AND WS-CHK-SEP2 = '-'
              AND WS-CHK-MM >= '01' AND WS-CHK-MM <= '12'
              AND WS-CHK-DD >= '01' AND WS-CHK-DD <= '31'
              MOVE 'Y' TO WS-DATE-OK
           END-IF.

      *************************************************
      * REIMPRESSION : LA FACTURE DOIT EXISTER        *
      *************************************************
       CONTROLE-REIMPRESSION.
           IF INVRQI IS NOT NUMERIC OR INVRQI = ZEROS
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO INVRQC
              MOVE 'NUMERO DE FACTURE INVALIDE !' TO MESS1RQI
           ELSE
              MOVE INVRQI TO INV-INV-NO
              EXEC SQL
                 SELECT C_NO
                   INTO :INV-C-NO
                   FROM INVOICES
                  WHERE INV_NO = :INV-INV-NO
              END-EXEC
              EVALUATE SQLCODE
                  WHEN ZERO
                       MOVE INVRQI TO REQ-INV-NO
                  WHEN +100
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO INVRQC
                       MOVE 'FACTURE INTROUVABLE !' TO MESS1RQI
                  WHEN OTHER
                       MOVE 'ERREUR SQL INVOICES' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-IF.

      *************************************************
      * RELEVE : CLIENT CONNU, BORNES FACULTATIVES    *
      * AU FORMAT AAAA-MM-JJ ET DANS LE BON ORDRE     *
      *************************************************
       CONTROLE-RELEVE.
           IF CNORQI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO CNORQC
              MOVE 'NUMERO DE CLIENT INVALIDE !' TO MESS1RQI
           ELSE
              MOVE CNORQI TO CUS-C-NO
              EXEC SQL
                 SELECT COMPANY
                   INTO :CUS-COMPANY
                   FROM CUSTOMERS
                  WHERE C_NO = :CUS-C-NO
              END-EXEC
              EVALUATE SQLCODE
                  WHEN ZERO
                       CONTINUE
                  WHEN +100
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO CNORQC
                       MOVE 'CLIENT INTROUVABLE !' TO MESS1RQI
                  WHEN OTHER
                       MOVE 'ERREUR SQL CUSTOMERS' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-IF
           IF ALL-ZONES-OK AND DFRMRQI NOT = SPACES
              MOVE DFRMRQI TO WS-CHK-DATE
              PERFORM CONTROLE-DATE
              IF WS-DATE-OK = 'N'
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO DFRMRQC
                 MOVE 'DATE DEBUT INVALIDE (AAAA-MM-JJ) !' TO MESS1RQI
              END-IF
           END-IF
           IF ALL-ZONES-OK AND DTORQI NOT = SPACES
              MOVE DTORQI TO WS-CHK-DATE
              PERFORM CONTROLE-DATE
              IF WS-DATE-OK = 'N'
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO DTORQC
                 MOVE 'DATE FIN INVALIDE (AAAA-MM-JJ) !' TO MESS1RQI
              END-IF
           END-IF
           IF ALL-ZONES-OK AND DFRMRQI NOT = SPACES
              AND DTORQI NOT = SPACES AND DFRMRQI > DTORQI
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO DFRMRQC
              MOVE 'DATE DEBUT POSTERIEURE A LA DATE FIN !'
                TO MESS1RQI
           END-IF
           IF ALL-ZONES-OK
              MOVE CNORQI  TO REQ-STMT-C-NO
              MOVE DFRMRQI TO REQ-STMT-FROM
              MOVE DTORQI  TO REQ-STMT-TO
           END-IF.

      *************************************************
      * RECHERCHE D'ARCHIVE : PAR COMMANDE (O), PAR   *
      * CLIENT (C) OU PAR PLAGE DE DATES (D), LES     *
      * DEUX BORNES ALORS OBLIGATOIRES. LE CLIENT     *
      * N'EST PAS CONTROLE : UN COMPTE ARCHIVE PEUT   *
      * NE PLUS EXISTER DANS CUSTOMERS                *
      *************************************************
       CONTROLE-ARCHIVE.
           MOVE ARCTRQI TO REQ-ARCH-TYPE
           EVALUATE ARCTRQI
               WHEN 'O'
                    IF ONORQI IS NOT NUMERIC
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO ONORQC
                       MOVE 'NUMERO DE COMMANDE INVALIDE !'
                         TO MESS1RQI
                    ELSE
                       MOVE ONORQI TO REQ-ARCH-CRIT
                    END-IF
               WHEN 'C'
                    IF CNORQI IS NOT NUMERIC
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO CNORQC
                       MOVE 'NUMERO DE CLIENT INVALIDE !' TO MESS1RQI
                    ELSE
                       MOVE CNORQI TO REQ-ARCH-CRIT
                    END-IF
               WHEN 'D'
                    MOVE DFRMRQI TO WS-CHK-DATE
                    PERFORM CONTROLE-DATE
                    IF WS-DATE-OK = 'N'
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO DFRMRQC
                       MOVE 'DATE DEBUT INVALIDE (AAAA-MM-JJ) !'
                         TO MESS1RQI
                    END-IF
                    IF ALL-ZONES-OK
                       MOVE DTORQI TO WS-CHK-DATE
                       PERFORM CONTROLE-DATE
                       IF WS-DATE-OK = 'N'
                          SET MANQUE-ZONE TO TRUE
                          MOVE DFHRED TO DTORQC
                          MOVE 'DATE FIN INVALIDE (AAAA-MM-JJ) !'
                            TO MESS1RQI
                       END-IF
                    END-IF
                    IF ALL-ZONES-OK AND DFRMRQI > DTORQI
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO DFRMRQC
                       MOVE 'DATE DEBUT POSTERIEURE A LA DATE FIN !'
                         TO MESS1RQI
                    END-IF
                    IF ALL-ZONES-OK
                       MOVE SPACES TO REQ-ARCH-CRIT
                       STRING DFRMRQI DELIMITED BY SIZE
                              DTORQI  DELIMITED BY SIZE
                         INTO REQ-ARCH-CRIT
                    END-IF
               WHEN OTHER
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO ARCTRQC
                    MOVE 'RECHERCHE : O, C OU D !' TO MESS1RQI
           END-EVALUATE.

      *************************************************
      * DEPOT D'UNE DEMANDE : CARTE DU PROGRAMME      *
      * CIBLE CONSTRUITE ET CONTROLEE ICI, STATUT EN  *
      * ATTENTE, HORODATAGE DU DEPOT DANS LA CLE      *
      *************************************************
       DEPOT-DEMANDE.
           MOVE SPACES TO REQ-ENR
           MOVE TYPERQI TO REQ-TYPE
           EVALUATE TRUE
               WHEN REQ-REPRINT
                    PERFORM CONTROLE-REIMPRESSION
               WHEN REQ-STATEMENT
                    PERFORM CONTROLE-RELEVE
               WHEN REQ-ARCHIVE
                    PERFORM CONTROLE-ARCHIVE
               WHEN OTHER
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO TYPERQC
                    MOVE 'TYPE : I = REIMPRESSION, S = RELEVE, A = ARCH'
                      TO MESS1RQI
           END-EVALUATE
           IF ALL-ZONES-OK
              MOVE LOGIN-ZONE TO REQ-USER
              EXEC CICS ASKTIME
                    ABSTIME (WS-TEMPS)
              END-EXEC
              EXEC CICS
                 FORMATTIME ABSTIME (WS-TEMPS)
                 YYYYMMDD (REQ-SUB-DATE)
                 TIME (REQ-SUB-TIME)
              END-EXEC
              MOVE EIBTRMID TO REQ-TERM
              SET REQ-PENDING TO TRUE
              EXEC CICS
                   WRITE DATASET ('REQQUE1')
                         FROM (REQ-ENR)
                         RIDFLD (REQ-KEY)
                         RESP (WS-CD-ERR2)
              END-EXEC
              EVALUATE WS-CD-ERR2
                  WHEN ZERO
                       MOVE SPACES TO WS-MSG
                       STRING 'DEMANDE DEPOSEE, REF. ' DELIMITED BY SIZE
                              REQ-SUB-DATE DELIMITED BY SIZE
                              REQ-SUB-TIME DELIMITED BY SIZE
                         INTO WS-MSG
                       MOVE WS-MSG TO MESS2RQI
                       MOVE SPACES TO TYPERQI INVRQI CNORQI DFRMRQI
                                      DTORQI ARCTRQI ONORQI ACTRQI
                  WHEN DFHRESP(DUPREC)
                       MOVE 'DEMANDE DEJA DEPOSEE A CETTE SECONDE !'
                         TO MESS1RQI
                  WHEN OTHER
                       MOVE 'ERREUR WRITE REQQUE1' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-IF.

      *************************************************
      * ANNULATION D'UNE DEMANDE DE L'OPERATEUR ENCORE*
      * EN ATTENTE : UNE DEMANDE PRISE PAR UN PASSAGE *
      * VA A SON TERME                                *
      *************************************************
       ANNULE-DEMANDE.
           IF REFRQI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO REFRQC
              MOVE 'REFERENCE DE LA DEMANDE REQUISE !' TO MESS1RQI
           ELSE
              MOVE LOGIN-ZONE  TO REQ-USER
              MOVE REFRQI(1:8) TO REQ-SUB-DATE
              MOVE REFRQI(9:6) TO REQ-SUB-TIME
              EXEC CICS
                   READ DATASET ('REQQUE1')
                        INTO (REQ-ENR)
                        RIDFLD (REQ-KEY)
                        UPDATE
                        RESP (WS-CD-ERR)
              END-EXEC
              EVALUATE WS-CD-ERR
                  WHEN ZERO
                       IF REQ-PENDING
                          SET REQ-CANCELLED TO TRUE
                          EXEC CICS
                               REWRITE DATASET ('REQQUE1')
                                       FROM (REQ-ENR)
                                       RESP (WS-CD-ERR2)
                          END-EXEC
                          IF WS-CD-ERR2 NOT = ZERO
                             MOVE 'ERREUR REWRITE REQQUE1'
                               TO WS-ERR-MESS
                             PERFORM FIN-TOTALE
                          END-IF
                          MOVE 'DEMANDE ANNULEE' TO MESS2RQI
                          MOVE SPACES TO REFRQI ACTRQI
                       ELSE
                          EXEC CICS
                               UNLOCK DATASET ('REQQUE1')
                          END-EXEC
                          SET MANQUE-ZONE TO TRUE
                          MOVE DFHRED TO REFRQC
                          MOVE 'DEMANDE DEJA PRISE OU TERMINEE !'
                            TO MESS1RQI
                       END-IF
                  WHEN DFHRESP(NOTFND)
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO REFRQC
                       MOVE 'DEMANDE INCONNUE POUR CET OPERATEUR !'
                         TO MESS1RQI
                  WHEN OTHER
                       MOVE 'ERREUR READ REQQUE1' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-IF.

      *************************************************
      * ENTER : DEPOT, ANNULATION OU SIMPLE           *
      * REAFFICHAGE DE LA LISTE                       *
      *************************************************
       TRAIT-SAISIE.
           INITIALIZE MESS1RQO MESS2RQO
           SET ALL-ZONES-OK TO TRUE
           EVALUATE ACTRQI
               WHEN 'D'
                    PERFORM DEPOT-DEMANDE
               WHEN 'X'
                    PERFORM ANNULE-DEMANDE
               WHEN SPACE
                    CONTINUE
               WHEN OTHER
                    MOVE DFHRED TO ACTRQC
                    MOVE 'ACTION INVALIDE (D/X OU BLANC) !'
                      TO MESS1RQI
           END-EVALUATE
           PERFORM AFFICHE-DEMANDES
           IF MESS1RQI = SPACES
              MOVE 'D = DEPOSER, X = ANNULER (REF.)' TO MESS1RQI
           END-IF.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1RQO MESS2RQO
           MOVE 'TOUCHE INVALIDE !' TO MESS1RQO
           MOVE DFHPINK TO MESS1RQC.

       GESTION-TOUCHES.
      * RECUPERE LA TOUCHE PRESSEE
      * TOUCHE CLEAR
           INITIALIZE WS-MSG
           EVALUATE TRUE
              WHEN EIBAID = DFHCLEAR
                   MOVE 'BYE' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
              WHEN EIBAID = DFHENTER
                   PERFORM LECT-ECRAN
                   PERFORM TRAIT-SAISIE
              WHEN OTHER
                   PERFORM TOUCHE-INVALIDE
           END-EVALUATE.

      *************************************************
      * CONTROLE DU PROFIL D'AUTORISATION (ROLE-ZONE) *
      * - LES DUPLICATAS, RELEVES ET RECHERCHES       *
      * D'ARCHIVE SERVENT LA RELATION CLIENT :        *
      * ADMINISTRATEUR ET VENTES SEULEMENT            *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
              CONTINUE
           ELSE
              MOVE 'FONCTION NON AUTORISEE POUR CE PROFIL'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

        FIN-TOTALE.
           EXEC CICS
              SEND FROM (WS-ERR-MESS)
                   LENGTH (LENGTH OF WS-ERR-MESS)
                   WAIT
                   ERASE
              END-EXEC
              EXEC CICS    RETURN     END-EXEC.
