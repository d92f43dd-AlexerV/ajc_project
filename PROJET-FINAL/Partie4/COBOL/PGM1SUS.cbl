       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1SUS.
      **********************************************
      * CORRECTION EN LIGNE DES REJETS DE FLUX :    *
      * LES CHARGEMENTS PRO15 (LPRODUCT), ORDIMP    *
      * (LORDERS) ET INSNPT (FNPT) DEPOSENT LEURS   *
      * REJETS DANS LE SUSPENS COMMUN SUSPNS1 (VOIR *
      * SUSPENSE.CPY). ENTER SANS ACTION AFFICHE LA *
      * PREMIERE LIGNE OUVERTE (DU FLUX SAISI, OU   *
      * LA LIGNE DONT LA CLE EST SAISIE), PF8 LA    *
      * SUIVANTE. L'OPERATEUR VOIT LE MOTIF ET      *
      * L'IMAGE RECUE, CORRIGE L'IMAGE PUIS :       *
      *   'C' ENREGISTRE LA CORRECTION (RESTE       *
      *       OUVERTE) ;                            *
      *   'L' ENREGISTRE ET LIBERE : LE PROCHAIN    *
      *       PASSAGE DU CHARGEMENT LA REPREND ;    *
      *   'A' ABANDONNE LA LIGNE, MOTIF OBLIGATOIRE.*
      * CHAQUE GESTE EST TRACE DANS AUDITLG1 (AVANT *
      * /APRES PAR TRANCHE DE 30 CARACTERES DE      *
      * L'IMAGE, STATUT, MOTIF D'ABANDON). PROFILS :*
      * LORDERS = ADMINISTRATEUR OU VENTES, LPRODUCT*
      * ET FNPT = ADMINISTRATEUR OU ENTREPOT.       *
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
       COPY MS1SUS.
      **********************************************
      * DESCRIPTION DES FICHIERS                   *
      **********************************************
       COPY ZONE.
       COPY AUDITREC.
       COPY PARAMREC.
       COPY SUSPENSE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.

       77 WS-MSG         PIC X(56).
       77 WS-FOUND       PIC X VALUE 'N'.
       77 WS-END-BROWSE  PIC X VALUE 'N'.
       77 WS-FEED-OK     PIC X VALUE 'N'.
       77 WS-OPEN-CNT    PIC 9(5) VALUE ZERO.
       01 E-OPEN-CNT     PIC ZZZZ9.
       01 E-RESUB        PIC ZZ9.

      *************************************************
      * POSITION DANS LE SUSPENS : CLE AFFICHEE A     *
      * L'ECRAN (PF8 REPART APRES ELLE), FILTRE SUR   *
      * LE FLUX SI L'OPERATEUR EN A SAISI UN          *
      *************************************************
       01 WS-POS-KEY.
          05 WS-POS-FEED   PIC X(8).
          05 WS-POS-RUN-ID PIC X(14).
          05 WS-POS-REC-NO PIC 9(7).
       77 WS-FEED-FILTER PIC X(8) VALUE SPACES.
       77 WS-SKIP-EQUAL  PIC X VALUE 'N'.

      *************************************************
      * IMAGE AVANT/APRES ET TRANCHES DE 30 POUR LE   *
      * JOURNAL D'AUDIT                               *
      *************************************************
       01 WS-OLD-DATA     PIC X(150).
       01 WS-NEW-DATA     PIC X(150).
       77 WS-OLD-STATUS   PIC X.
       77 WS-SLICE-POS    PIC 9(3) COMP VALUE ZERO.
       01 WS-SLICE-FIELD.
          05 FILLER       PIC X(5) VALUE 'DATA '.
          05 WS-SLICE-FROM PIC 9(3).
          05 FILLER       PIC X VALUE '-'.
          05 WS-SLICE-TO  PIC 9(3).
       77 WS-AUD-KEY      PIC X(10).

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
                WHEN 'T1EJ'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            PERFORM CONTROLE-QUIESCE
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1SUSO
                               MOVE SPACES TO WS-FEED-FILTER
                               MOVE LOW-VALUES TO WS-POS-KEY
                               MOVE 'N' TO WS-SKIP-EQUAL
                               PERFORM AFFICHE-SUIVANT
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
            MOVE 'CORRECTION REJETS FLUX' TO LIBMAPSUO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJSUO)
               DATESEP('/')
               TIME (HEURESUO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1SUS')
                   MAPSET('MS1SUS')
                   FROM (MAP1SUSO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1SUS' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EJ')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1SUS')
                         MAPSET ('MS1SUS')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            INSPECT FEEDSUI REPLACING ALL '_' BY SPACES
            INSPECT RUNSUI  REPLACING ALL '_' BY SPACES
            INSPECT RECSUI  REPLACING ALL '_' BY SPACES
            INSPECT ACTSUI  REPLACING ALL '_' BY SPACES
            INSPECT DAT1SUI REPLACING ALL '_' BY SPACES
            INSPECT DAT2SUI REPLACING ALL '_' BY SPACES
            INSPECT DRSNSUI REPLACING ALL '_' BY SPACES
            MOVE FEEDSUI TO WS-FEED-FILTER.

      *************************************************
      * LE PROFIL DE L'OPERATEUR COUVRE-T-IL LE FLUX  *
      * SUS-FEED : LES COMMANDES AUX VENTES, LES      *
      * PRODUITS ET LES PIECES A L'ENTREPOT           *
      *************************************************
       CONTROLE-FLUX.
           MOVE 'N' TO WS-FEED-OK
           EVALUATE TRUE
               WHEN ROLE-ADMIN-ZONE
                    MOVE 'Y' TO WS-FEED-OK
               WHEN SUS-FEED = 'LORDERS ' AND ROLE-SALES-ZONE
                    MOVE 'Y' TO WS-FEED-OK
               WHEN SUS-FEED = 'LPRODUCT' AND ROLE-WHS-ZONE
                    MOVE 'Y' TO WS-FEED-OK
               WHEN SUS-FEED = 'FNPT    ' AND ROLE-WHS-ZONE
                    MOVE 'Y' TO WS-FEED-OK
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *************************************************
      * POSITION DE DEPART DE LA RECHERCHE : APRES LA *
      * CLE AFFICHEE A L'ECRAN (PF8), SINON LE DEBUT  *
      * DU FLUX SAISI OU DU SUSPENS                   *
      *************************************************
       POSITION-ECRAN.
           MOVE LOW-VALUES TO WS-POS-KEY
           MOVE 'N' TO WS-SKIP-EQUAL
           IF WS-FEED-FILTER NOT = SPACES
              MOVE WS-FEED-FILTER TO WS-POS-FEED
           END-IF
           IF FEEDSUI NOT = SPACES AND RUNSUI NOT = SPACES
              AND RECSUI IS NUMERIC
              MOVE FEEDSUI TO WS-POS-FEED
              MOVE RUNSUI  TO WS-POS-RUN-ID
              MOVE RECSUI  TO WS-POS-REC-NO
              MOVE 'Y' TO WS-SKIP-EQUAL
           END-IF.

      *************************************************
      * PREMIERE LIGNE OUVERTE APRES LA POSITION      *
      * COURANTE, DANS UN FLUX PERMIS AU PROFIL (ET   *
      * LE FLUX SAISI S'IL Y EN A UN), AVEC LE NOMBRE *
      * DE LIGNES OUVERTES DU FLUX                    *
      *************************************************
       AFFICHE-SUIVANT.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-BROWSE
           MOVE WS-POS-KEY TO SUS-KEY
           EXEC CICS
                STARTBR DATASET ('SUSPNS1')
                        RIDFLD (SUS-KEY)
                        GTEQ
                        RESP (WS-CD-ERR)
           END-EXEC
           EVALUATE WS-CD-ERR
               WHEN ZERO
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    MOVE 'Y' TO WS-END-BROWSE
               WHEN OTHER
                    MOVE 'ERREUR STARTBR SUSPNS1' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE
           PERFORM UNTIL WS-END-BROWSE = 'Y' OR WS-FOUND = 'Y'
              EXEC CICS
                   READNEXT DATASET ('SUSPNS1')
                            INTO (SUS-ENR)
                            RIDFLD (SUS-KEY)
                            RESP (WS-CD-ERR)
              END-EXEC
              EVALUATE WS-CD-ERR
                  WHEN ZERO
                       PERFORM CONTROLE-FLUX
                       EVALUATE TRUE
                           WHEN WS-FEED-FILTER NOT = SPACES
                                AND SUS-FEED NOT = WS-FEED-FILTER
                                MOVE 'Y' TO WS-END-BROWSE
                           WHEN WS-SKIP-EQUAL = 'Y'
                                AND SUS-KEY = WS-POS-KEY
                                CONTINUE
                           WHEN SUS-OPEN AND WS-FEED-OK = 'Y'
                                MOVE 'Y' TO WS-FOUND
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                  WHEN DFHRESP(ENDFILE)
                       MOVE 'Y' TO WS-END-BROWSE
                  WHEN OTHER
                       MOVE 'ERREUR READNEXT SUSPNS1' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-PERFORM
           IF WS-CD-ERR NOT = DFHRESP(NOTFND)
              EXEC CICS
                   ENDBR DATASET ('SUSPNS1')
              END-EXEC
           END-IF
           IF WS-FOUND = 'Y'
              PERFORM AFFICHE-LIGNE
              IF MESS1SUI = SPACES
                 MOVE 'C = CORRIGER, L = LIBERER, A = ABANDONNER'
                   TO MESS1SUI
              END-IF
           ELSE
              PERFORM EFFACE-DETAIL
              MOVE SPACES TO RUNSUI RECSUI
              IF MESS1SUI = SPACES
                 MOVE 'AUCUNE LIGNE OUVERTE (OU FIN DU SUSPENS)'
                   TO MESS1SUI
              END-IF
           END-IF
           PERFORM COMPTE-OUVERTES.

      *************************************************
      * NOMBRE DE LIGNES ENCORE OUVERTES DANS LE FLUX *
      * AFFICHE (OU SAISI)                            *
      *************************************************
       COMPTE-OUVERTES.
           MOVE ZERO TO WS-OPEN-CNT
           MOVE LOW-VALUES TO SUS-KEY
           IF FEEDSUI NOT = SPACES
              MOVE FEEDSUI TO SUS-FEED
           END-IF
           MOVE SUS-FEED TO WS-POS-FEED
           MOVE 'N' TO WS-END-BROWSE
           EXEC CICS
                STARTBR DATASET ('SUSPNS1')
                        RIDFLD (SUS-KEY)
                        GTEQ
                        RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT = ZERO
              MOVE 'Y' TO WS-END-BROWSE
           END-IF
           PERFORM UNTIL WS-END-BROWSE = 'Y'
              EXEC CICS
                   READNEXT DATASET ('SUSPNS1')
                            INTO (SUS-ENR)
                            RIDFLD (SUS-KEY)
                            RESP (WS-CD-ERR2)
              END-EXEC
              IF WS-CD-ERR2 NOT = ZERO
                 MOVE 'Y' TO WS-END-BROWSE
              ELSE
                 IF WS-POS-FEED NOT = LOW-VALUES
                    AND SUS-FEED NOT = WS-POS-FEED
                    MOVE 'Y' TO WS-END-BROWSE
                 ELSE
                    IF SUS-OPEN
                       ADD 1 TO WS-OPEN-CNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CD-ERR2 NOT = DFHRESP(NOTFND)
              EXEC CICS
                   ENDBR DATASET ('SUSPNS1')
              END-EXEC
           END-IF
           MOVE WS-OPEN-CNT TO E-OPEN-CNT
           MOVE E-OPEN-CNT TO NBOSUI.

       EFFACE-DETAIL.
           MOVE SPACES TO ACTSUI PGMSUI STATSUI CREDTSUI NBRSUI
                          RSNSUI ORG1SUI ORG2SUI DAT1SUI DAT2SUI
                          DRSNSUI UPDSUI.

      *************************************************
      * DETAIL DE LA LIGNE SUS-ENR : MOTIF, IMAGE     *
      * RECUE, IMAGE COURANTE (SAISISSABLE) ET        *
      * DERNIER PASSAGE                               *
      *************************************************
       AFFICHE-LIGNE.
           PERFORM EFFACE-DETAIL
           MOVE SUS-FEED            TO FEEDSUI
           MOVE SUS-RUN-ID          TO RUNSUI
           MOVE SUS-REC-NO          TO RECSUI
           MOVE SUS-PROGRAM         TO PGMSUI
           MOVE SUS-STATUS          TO STATSUI
           MOVE SUS-CRE-DATE        TO CREDTSUI
           MOVE SUS-RESUB-COUNT     TO E-RESUB
           MOVE E-RESUB             TO NBRSUI
           MOVE SUS-REASON          TO RSNSUI
           MOVE SUS-ORIG-DATA(1:75)  TO ORG1SUI
           MOVE SUS-ORIG-DATA(76:75) TO ORG2SUI
           MOVE SUS-DATA(1:75)       TO DAT1SUI
           MOVE SUS-DATA(76:75)      TO DAT2SUI
           MOVE SUS-DISC-REASON     TO DRSNSUI
           MOVE SPACES TO WS-MSG
           STRING 'MAJ PAR '   DELIMITED BY SIZE
                  SUS-UPD-BY   DELIMITED BY SIZE
                  ' LE '       DELIMITED BY SIZE
                  SUS-UPD-DATE DELIMITED BY SIZE
                  ' A '        DELIMITED BY SIZE
                  SUS-UPD-TIME DELIMITED BY SIZE
             INTO WS-MSG
           MOVE WS-MSG TO UPDSUI
           IF NOT SUS-OPEN
              MOVE SPACES TO WS-MSG
              EVALUATE TRUE
                  WHEN SUS-RELEASED
                       MOVE 'LIGNE LIBEREE, ATTEND LE PROCHAIN PASSAGE'
                         TO WS-MSG
                  WHEN SUS-PICKED-UP
                       STRING 'LIGNE REPRISE PAR LE PASSAGE '
                                            DELIMITED BY SIZE
                              SUS-PICK-RUN  DELIMITED BY SIZE
                         INTO WS-MSG
                  WHEN SUS-DISCARDED
                       MOVE 'LIGNE ABANDONNEE' TO WS-MSG
              END-EVALUATE
              MOVE WS-MSG TO MESS2SUI
           END-IF.

      *************************************************
      * LIGNE DONT LA CLE EST SAISIE                  *
      *************************************************
       LECTURE-LIGNE.
           MOVE FEEDSUI TO SUS-FEED
           MOVE RUNSUI  TO SUS-RUN-ID
           MOVE RECSUI  TO SUS-REC-NO
           EXEC CICS
                READ DATASET ('SUSPNS1')
                     INTO (SUS-ENR)
                     RIDFLD (SUS-KEY)
                     RESP (WS-CD-ERR)
           END-EXEC
           EVALUATE WS-CD-ERR
               WHEN ZERO
                    PERFORM CONTROLE-FLUX
                    IF WS-FEED-OK = 'N'
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO FEEDSUC
                       MOVE 'FLUX NON AUTORISE POUR CE PROFIL !'
                         TO MESS1SUI
                    END-IF
               WHEN DFHRESP(NOTFND)
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO RUNSUC
                    MOVE 'LIGNE ABSENTE DU SUSPENS !' TO MESS1SUI
               WHEN OTHER
                    MOVE 'ERREUR READ SUSPNS1' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * CONTROLE DE L'IMAGE CORRIGEE : NON VIDE, ET   *
      * POUR UNE FICHE FNPT LES ZONES NUMERIQUES EN   *
      * CLAIR (POIDS, STOCK, SEUIL, QUANTITE EN       *
      * CONTROLE) ET LE CODE PIECE. LE RESTE EST      *
      * RECONTROLE PAR LE CHARGEMENT A LA REPRISE     *
      *************************************************
       CONTROLE-IMAGE.
           IF WS-NEW-DATA = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO DAT1SUC
              MOVE 'IMAGE CORRIGEE VIDE !' TO MESS1SUI
           END-IF
           IF ALL-ZONES-OK AND SUS-FEED = 'FNPT    '
              MOVE WS-NEW-DATA TO SUS-DATA
              IF SUS-NPT-PNO = SPACES
                 OR SUS-NPT-WEIGHT IS NOT NUMERIC
                 OR SUS-NPT-STOCK IS NOT NUMERIC
                 OR SUS-NPT-REORD IS NOT NUMERIC
                 OR (SUS-NPT-HOLD IS NOT NUMERIC
                     AND SUS-NPT-HOLD NOT = SPACES)
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO DAT1SUC
                 MOVE 'PIECE : CODE OU ZONE NUMERIQUE INVALIDE !'
                   TO MESS1SUI
              END-IF
           END-IF.

      *************************************************
      * GESTE DE L'OPERATEUR SUR LA LIGNE AFFICHEE :  *
      * ELLE DOIT ETRE OUVERTE OU LIBEREE (PAS ENCORE *
      * REPRISE). LA LIGNE EST RELUE EN MISE A JOUR,  *
      * L'IMAGE ET LE STATUT SONT TRACES DANS         *
      * AUDITLG1 AVANT L'ENREGISTREMENT               *
      *************************************************
       DECISION.
           IF FEEDSUI = SPACES OR RUNSUI = SPACES
              OR RECSUI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO FEEDSUC
              MOVE 'CLE DE LA LIGNE REQUISE POUR DECIDER !'
                TO MESS1SUI
           ELSE
              PERFORM LECTURE-LIGNE
           END-IF
           IF ALL-ZONES-OK AND NOT SUS-OPEN AND NOT SUS-RELEASED
              SET MANQUE-ZONE TO TRUE
              MOVE 'LIGNE DEJA REPRISE OU ABANDONNEE !' TO MESS1SUI
           END-IF
           IF ALL-ZONES-OK AND ACTSUI = 'A' AND DRSNSUI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO DRSNSUC
              MOVE 'MOTIF D''ABANDON OBLIGATOIRE !' TO MESS1SUI
           END-IF
           IF ALL-ZONES-OK
              MOVE DAT1SUI TO WS-NEW-DATA(1:75)
              MOVE DAT2SUI TO WS-NEW-DATA(76:75)
              IF ACTSUI NOT = 'A'
                 PERFORM CONTROLE-IMAGE
              END-IF
           END-IF
           IF ALL-ZONES-OK
              EXEC CICS
                   READ DATASET ('SUSPNS1')
                        INTO (SUS-ENR)
                        RIDFLD (SUS-KEY)
                        UPDATE
                        RESP (WS-CD-ERR)
              END-EXEC
              IF WS-CD-ERR NOT = ZERO
                 MOVE 'ERREUR READ UPD SUSPNS1' TO WS-ERR-MESS
                 PERFORM FIN-TOTALE
              END-IF
              MOVE SUS-DATA   TO WS-OLD-DATA
              MOVE SUS-STATUS TO WS-OLD-STATUS
              MOVE SPACES TO WS-AUD-KEY
              STRING SUS-FEED(1:3) DELIMITED BY SIZE
                     SUS-REC-NO    DELIMITED BY SIZE
                INTO WS-AUD-KEY
              MOVE WS-AUD-KEY   TO KEY-AUD
              MOVE 'CLE SUSPENS' TO FIELD-AUD
              MOVE SUS-KEY      TO OLDVAL-AUD
              MOVE SUS-REASON   TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
              EVALUATE ACTSUI
                  WHEN 'C'
                       MOVE WS-NEW-DATA TO SUS-DATA
                       SET SUS-OPEN TO TRUE
                  WHEN 'L'
                       MOVE WS-NEW-DATA TO SUS-DATA
                       SET SUS-RELEASED TO TRUE
                  WHEN 'A'
                       SET SUS-DISCARDED TO TRUE
                       MOVE DRSNSUI TO SUS-DISC-REASON
                       MOVE WS-AUD-KEY     TO KEY-AUD
                       MOVE 'MOTIF ABAND.' TO FIELD-AUD
                       MOVE SPACES         TO OLDVAL-AUD
                       MOVE DRSNSUI        TO NEWVAL-AUD
                       PERFORM ECRITURE-AUDIT
              END-EVALUATE
              PERFORM AUDIT-IMAGE
              IF SUS-STATUS NOT = WS-OLD-STATUS
                 MOVE WS-AUD-KEY    TO KEY-AUD
                 MOVE 'STATUT'      TO FIELD-AUD
                 MOVE WS-OLD-STATUS TO OLDVAL-AUD
                 MOVE SUS-STATUS    TO NEWVAL-AUD
                 PERFORM ECRITURE-AUDIT
              END-IF
              MOVE LOGIN-ZONE TO SUS-UPD-BY
              EXEC CICS ASKTIME
                    ABSTIME (WS-TEMPS)
              END-EXEC
              EXEC CICS
                 FORMATTIME ABSTIME (WS-TEMPS)
                 YYYYMMDD (SUS-UPD-DATE)
                 TIME (SUS-UPD-TIME)
                 TIMESEP(':')
              END-EXEC
              EXEC CICS
                   REWRITE DATASET ('SUSPNS1')
                           FROM (SUS-ENR)
                           RESP (WS-CD-ERR2)
              END-EXEC
              IF WS-CD-ERR2 NOT = ZERO
                 MOVE 'ERREUR REWRITE SUSPNS1' TO WS-ERR-MESS
                 PERFORM ANNULE-ET-TERMINE
              END-IF
              MOVE SPACES TO WS-MSG
              EVALUATE TRUE
                  WHEN SUS-OPEN
                       MOVE 'CORRECTION ENREGISTREE, LIGNE OUVERTE'
                         TO WS-MSG
                  WHEN SUS-RELEASED
                       MOVE
                         'LIGNE LIBEREE : REPRISE AU PROCHAIN PASSAGE'
                         TO WS-MSG
                  WHEN SUS-DISCARDED
                       MOVE 'LIGNE ABANDONNEE' TO WS-MSG
              END-EVALUATE
              MOVE WS-MSG TO MESS2SUI
      *       ON ENCHAINE SUR LA LIGNE OUVERTE SUIVANTE
              PERFORM POSITION-ECRAN
              PERFORM AFFICHE-SUIVANT
           END-IF.

      *************************************************
      * AVANT/APRES DE L'IMAGE PAR TRANCHE DE 30      *
      * CARACTERES : UNE LIGNE D'AUDIT PAR TRANCHE    *
      * MODIFIEE                                      *
      *************************************************
       AUDIT-IMAGE.
           PERFORM VARYING WS-SLICE-POS FROM 1 BY 30
                   UNTIL WS-SLICE-POS > 150
              IF WS-OLD-DATA(WS-SLICE-POS:30)
                 NOT = SUS-DATA(WS-SLICE-POS:30)
                 MOVE WS-SLICE-POS TO WS-SLICE-FROM
                 COMPUTE WS-SLICE-TO = WS-SLICE-POS + 29
                 MOVE WS-AUD-KEY     TO KEY-AUD
                 MOVE WS-SLICE-FIELD TO FIELD-AUD
                 MOVE WS-OLD-DATA(WS-SLICE-POS:30) TO OLDVAL-AUD
                 MOVE SUS-DATA(WS-SLICE-POS:30)    TO NEWVAL-AUD
                 PERFORM ECRITURE-AUDIT
              END-IF
           END-PERFORM.

      *************************************************
      * ENTER : GESTE SI UNE ACTION EST SAISIE, SINON *
      * LA LIGNE DEMANDEE OU LA PREMIERE OUVERTE DU   *
      * FLUX SAISI (OU DU SUSPENS)                    *
      *************************************************
       TRAIT-SAISIE.
           INITIALIZE MESS1SUO MESS2SUO
           SET ALL-ZONES-OK TO TRUE
           EVALUATE TRUE
               WHEN ACTSUI = 'C' OR ACTSUI = 'L' OR ACTSUI = 'A'
                    PERFORM DECISION
               WHEN ACTSUI NOT = SPACE
                    MOVE DFHRED TO ACTSUC
                    MOVE 'ACTION INVALIDE (C/L/A OU BLANC) !'
                      TO MESS1SUI
               WHEN FEEDSUI NOT = SPACES AND RUNSUI NOT = SPACES
                    AND RECSUI IS NUMERIC
                    PERFORM LECTURE-LIGNE
                    IF ALL-ZONES-OK
                       PERFORM AFFICHE-LIGNE
                    END-IF
                    PERFORM COMPTE-OUVERTES
               WHEN OTHER
                    MOVE LOW-VALUES TO WS-POS-KEY
                    IF WS-FEED-FILTER NOT = SPACES
                       MOVE WS-FEED-FILTER TO WS-POS-FEED
                    END-IF
                    MOVE 'N' TO WS-SKIP-EQUAL
                    PERFORM AFFICHE-SUIVANT
           END-EVALUATE.

      *************************************************
      * ERREUR EN PLEINE DECISION : ON ANNULE         *
      * L'UNITE D'OEUVRE AVANT DE TERMINER            *
      *************************************************
       ANNULE-ET-TERMINE.
           EXEC CICS
                SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM FIN-TOTALE.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1SUO MESS2SUO
           MOVE 'TOUCHE INVALIDE !' TO MESS1SUO
           MOVE DFHPINK TO MESS1SUC.

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
              WHEN EIBAID = DFHPF8
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1SUO MESS2SUO
                   PERFORM POSITION-ECRAN
                   PERFORM AFFICHE-SUIVANT
              WHEN OTHER
                   PERFORM TOUCHE-INVALIDE
           END-EVALUATE.

      *************************************************
      * FENETRE BATCH : LA CHAINE NOCTURNE LEVE LA    *
      * FICHE QUIESCE DE PARAMS1 PENDANT L'EXTRACTION *
      * POUR QU'AUCUNE MISE A JOUR NE COUPE LE        *
      * CURSEUR EN DEUX - LES TRANSACTIONS DE MAJ     *
      * REFUSENT POLIMENT, LES CONSULTATIONS          *
      * CONTINUENT                                    *
      *************************************************
       CONTROLE-QUIESCE.
           MOVE 'QUIESCE   ' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO AND OPR-VALUE(1:1) = 'Y'
              MOVE 'BATCH EN COURS - MISES A JOUR SUSPENDUES'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * CONTROLE DU PROFIL D'AUTORISATION (ROLE-ZONE) *
      * - VENTES ET ENTREPOT CORRIGENT LES FLUX DE    *
      * LEUR DOMAINE (VOIR CONTROLE-FLUX), LE PROFIL  *
      * DE BASE N'A PAS ACCES                         *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE OR ROLE-WHS-ZONE
              CONTINUE
           ELSE
              MOVE 'FONCTION NON AUTORISEE POUR CE PROFIL'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * LIGNE AU JOURNAL COMMUN DES MAINTENANCES      *
      * (ESDS AUDITLG1, VOIR AUDITREC) : AVANT/APRES  *
      * DU CHAMP MODIFIE, OPERATEUR ET HORODATAGE     *
      *************************************************
       ECRITURE-AUDIT.
           MOVE LOGIN-ZONE TO OPERATOR-AUD
           MOVE EIBTRNID   TO TRANSID-AUD
           MOVE 'PGM1SUS'  TO PROGRAM-AUD
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           EXEC CICS
              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (DATE-AUD)
              TIME (TIME-AUD)
              TIMESEP(':')
           END-EXEC
           EXEC CICS
              WRITE DATASET ('AUDITLG1')
                    FROM (ENR-AUD)
                    RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT EQUAL ZERO
              MOVE 'ERREUR WRITE AUDITLG1' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF.

        FIN-TOTALE.
           EXEC CICS
              SEND FROM (WS-ERR-MESS)
                   LENGTH (LENGTH OF WS-ERR-MESS)
                   WAIT
                   ERASE
              END-EXEC
              EXEC CICS    RETURN     END-EXEC.
