      * ORDERS ET ITEMS - LES COMMANDES NAISSENT    *
      * AINSI DANS LE SYSTEME AU LIEU D'ETRE        *
      * RESAISIES DEPUIS UN AUTRE OUTIL.            *
      * CHAQUE LIGNE RESERVE SON STOCK DES SA       *
      * CREATION (STKALLOC) : LE VENDEUR VOIT       *
      * COMBIEN DE LIGNES N'ONT PU ETRE ALLOUEES.   *
      * UNE LIGNE MARQUEE 'D' EST EN LIVRAISON      *
      * DIRECTE PAR LE FOURNISSEUR : ELLE NE        *
      * RESERVE PAS DE STOCK ET DROPPO EMET LA      *
      * COMMANDE D'ACHAT CORRESPONDANTE.            *
      * LA QUANTITE SE SAISIT DANS UNE UNITE DE     *
      * VENTE DU PRODUIT (BLANC = UNITE DE STOCK) ; *
      * ITEMS.QUANTITY ET LE STOCK RESTENT DANS     *
      * L'UNITE DE STOCK (UOMCONV).                 *
      * UN PRODUIT INTERDIT DANS L'ETAT DE          *
      * LIVRAISON OU POUR LE CLIENT EST REFUSE A LA *
      * SAISIE (SALERSTR).                          *
      * VENDEUR LAISSE EN BLANC OU INCONNU : LA     *
      * COMMANDE VA AU TITULAIRE DU SECTEUR DE      *
      * VENTE DE L'ADRESSE DE LIVRAISON (TERRSEL).  *
      * PAIEMENT PAR CARTE BANCAIRE FACULTATIF : LE *
      * NUMERO ET L'EXPIRATION SAISIS SONT SOUMIS   *
      * AU PROCESSEUR (CARDAUTH) POUR LE MONTANT DE *
      * LA COMMANDE MAJORE DE LA MARGE CARDAUTPCT   *
      * DE PARAMS1 (TAXE ET PORT) ; SEULS LE JETON  *
      * ET LA REFERENCE D'AUTORISATION SONT GARDES  *
      * SUR ORDERS, CREAFACT CAPTURE ENSUITE LE     *
      * MONTANT FACTURE. UNE CARTE REFUSEE BLOQUE   *
      * LA SAISIE.                                  *
      * UN PRIX CONVENU AVEC LE CLIENT PEUT ETRE    *
      * FORCE SUR UNE LIGNE, AVEC UN CODE MOTIF     *
      * OBLIGATOIRE (FICHES OVRRSNxxx DE PARAMS1) : *
      * TRACE DANS PRICE_OVERRIDES ; AU-DELA DE     *
      * L'ECART OVRMAXPCT LA LIGNE ATTEND LA        *
      * VALIDATION D'UN SUPERVISEUR (PGM1OVR).      *
      * ENVOI GRATUIT (TYPE 'N') : ECHANTILLON,     *
      * REMPLACEMENT SOUS GARANTIE OU GESTE         *
      * COMMERCIAL, AVEC SON MOTIF ET LE LOGIN DU   *
      * RESPONSABLE QUI L'AUTORISE (ADMINISTRATEUR  *
      * ACTIF DE USERS1, AUTRE QUE LE SAISISSEUR) ; *
      * NI CARTE NI PRIX FORCE. CREAFACT EN FAIT UN *
      * BON DE LIVRAISON A VALEUR NULLE.            *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
           END-EXEC

           EXEC SQL
               INCLUDE POV
           END-EXEC

       COPY ZONE.
       COPY EMPLOYEE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
             10 WSL-P-NO       PIC X(4).
             10 WSL-QTY        PIC X(2).
             10 WSL-PRICE      PIC S9(3)V9(2) USAGE COMP-3.
      *          'D' = LIVRAISON DIRECTE PAR LE FOURNISSEUR
             10 WSL-DROP       PIC X(1).
      *          UNITE DE VENTE SAISIE ET CONVERSION EN UNITES DE
      *          STOCK (BLANC SAISI = UNITE DE STOCK DU PRODUIT)
             10 WSL-UOM        PIC X(3).
             10 WSL-FACTOR     PIC 9(3).
             10 WSL-BASE-QTY   PIC 9(2).
      *          PRIX FORCE SAISI (NNN,NN) ET SON MOTIF, PRIX DE
      *          REFERENCE (CONTRAT, SINON CATALOGUE) ET COUT ;
      *          STATUT 'A' DANS LA TOLERANCE, 'P' A VALIDER,
      *          BLANC = PAS DE PRIX FORCE
             10 WSL-OVR-IN     PIC X(6).
             10 WSL-OVR-REASON PIC X(3).
             10 WSL-OVR-STATUS PIC X(1).
             10 WSL-REF-PRICE  PIC S9(3)V9(2) USAGE COMP-3.
             10 WSL-UNIT-COST  PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-LINE-IDX       PIC 9 VALUE 1.
       77 WS-LINE-IDX2      PIC 9 VALUE 1.
       77 WS-LINE-COUNT     PIC 9 VALUE 0.
       77 WS-LINE-ERR       PIC 9 VALUE 0.
       77 E-NEW-O-NO        PIC 9(4).

      *************************************************
      * ALLOCATION DU STOCK A LA CREATION DES LIGNES  *
      * (VOIR STKALLP.CPY)                            *
      *************************************************
       COPY STKALLP.
       77 WS-UNALLOC-COUNT  PIC 9 VALUE 0.

      *************************************************
      * PRIX CONTRACTUEL DU CLIENT : PRODUIT, SINON   *
      * REMISE SUR SA CATEGORIE (VOIR CPRLOOKP.CPY)   *
      *************************************************
       COPY CPRLOOKP.

      *************************************************
      * CONVERSION DE LA QUANTITE SAISIE EN UNITES DE *
      * STOCK (VOIR UOMCONVP.CPY)                     *
      *************************************************
       COPY UOMCONVP.

      *************************************************
      * INTERDICTIONS DE VENTE DU PRODUIT DANS L'ETAT *
      * DE LIVRAISON OU POUR CE CLIENT (VOIR          *
      * SALERSTP.CPY)                                 *
      *************************************************
       COPY SALERSTP.

      *************************************************
      * VENDEUR PAR SECTEUR DE VENTE QUAND LA SAISIE  *
      * N'EN PORTE PAS DE VALIDE (VOIR TERRSELP.CPY)  *
      *************************************************
       COPY TERRSELP.
       77 WS-ENO-ASSIGNED   PIC 9 VALUE 0.

      *************************************************
      * PAIEMENT PAR CARTE : AUTORISATION AUPRES DU   *
      * PROCESSEUR AVANT L'ENREGISTREMENT (VOIR       *
      * CARDAUTP.CPY). LE MONTANT AUTORISE EST LE     *
      * TOTAL DES LIGNES MAJORE DE WS-AUTH-PCT POUR   *
      * COUVRIR TAXE ET PORT A LA FACTURATION         *
      *************************************************
       COPY CARDAUTP.
       77 WS-ORDER-AMOUNT   PIC S9(7)V99 VALUE ZERO.
       77 WS-AUTH-PCT       PIC 99 VALUE 15.
       77 WS-CARD-PAID      PIC 9 VALUE 0.
       77 E-AUTH-AMOUNT     PIC Z(6)9,99.
       77 WS-EXP-MM         PIC 99.

      *************************************************
      * GARDE-FOU DE MARGE A LA SAISIE : LE PRIX      *
      * EFFECTIF (CONTRAT DU CLIENT S'IL EXISTE,      *
       77 WS-TODAY          PIC X(10).
       77 WS-EFF-PRICE      PIC S9(3)V99 VALUE ZERO.
       77 WS-MARGIN-WARNED  PIC 9 VALUE ZERO.
       77 WS-TIME-TXT       PIC X(8).

      *************************************************
      * PRIX FORCE SUR UNE LIGNE : ECART TOLERE SANS  *
      * VALIDATION (OVRMAXPCT DE PARAMS1, EN POURCENT *
      * DU PRIX DE REFERENCE), MONTANT SAISI SOUS LA  *
      * FORME NNN,NN (LE POINT EST ACCEPTE)           *
      *************************************************
       77 WS-OVR-MAX-PCT    PIC 99 VALUE 10.
       77 WS-OVR-PCT        PIC 9(5)V99 VALUE ZERO.
       77 WS-OVR-GAP        PIC S9(3)V99 VALUE ZERO.
       77 WS-OVR-PENDING    PIC 9 VALUE 0.
       01 WS-AMT-IN.
          05 WS-AMT-IN-INT   PIC X(3).
          05 WS-AMT-IN-SEP   PIC X.
          05 WS-AMT-IN-DEC   PIC X(2).
       77 WS-AMT-OK          PIC X VALUE 'Y'.
       01 WS-AMT-NUM         PIC 9(3)V9(2) VALUE ZERO.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(5).

      *************************************************
      * ENVOI GRATUIT : TYPE DE COMMANDE, MOTIF ET    *
      * RESPONSABLE QUI L'AUTORISE                    *
      *************************************************
       01 WS-NC-TYPE         PIC X VALUE SPACE.
          88 WS-NO-CHARGE          VALUE 'N'.
       01 WS-NC-REASON       PIC X(3) VALUE SPACES.
          88 WS-NC-REASON-OK       VALUE 'SMP' 'WAR' 'GDW'.

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE *
           INSPECT ENO2OEI REPLACING ALL '_' BY SPACES
           INSPECT SPCTOEI REPLACING ALL '_' BY SPACES
           INSPECT PRIOOEI REPLACING ALL '_' BY SPACES
           INSPECT DSH1OEI REPLACING ALL '_' BY SPACES
           INSPECT DSH2OEI REPLACING ALL '_' BY SPACES
           INSPECT DSH3OEI REPLACING ALL '_' BY SPACES
           INSPECT DSH4OEI REPLACING ALL '_' BY SPACES
           INSPECT UOM1OEI REPLACING ALL '_' BY SPACES
           INSPECT UOM2OEI REPLACING ALL '_' BY SPACES
           INSPECT UOM3OEI REPLACING ALL '_' BY SPACES
           INSPECT UOM4OEI REPLACING ALL '_' BY SPACES
           INSPECT CARDOEI REPLACING ALL '_' BY SPACES
           INSPECT EXPOEI  REPLACING ALL '_' BY SPACES
           INSPECT PRC1OEI REPLACING ALL '_' BY SPACES
           INSPECT PRC2OEI REPLACING ALL '_' BY SPACES
           INSPECT PRC3OEI REPLACING ALL '_' BY SPACES
           INSPECT PRC4OEI REPLACING ALL '_' BY SPACES
           INSPECT RSN1OEI REPLACING ALL '_' BY SPACES
           INSPECT RSN2OEI REPLACING ALL '_' BY SPACES
           INSPECT RSN3OEI REPLACING ALL '_' BY SPACES
           INSPECT RSN4OEI REPLACING ALL '_' BY SPACES
           INSPECT TYPOEI  REPLACING ALL '_' BY SPACES
           INSPECT NCROEI  REPLACING ALL '_' BY SPACES
           INSPECT MGROEI  REPLACING ALL '_' BY SPACES

           SET ALL-ZONES-OK TO TRUE

              END-IF
           END-IF

      *    CARTE BANCAIRE FACULTATIVE : BLANC = PAIEMENT A TERME,
      *    SINON 16 CHIFFRES ET UNE EXPIRATION MMAA
           IF CARDOEI NOT = SPACES
              IF CARDOEI IS NOT NUMERIC
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO CARDOEC
                 MOVE 'NUMERO DE CARTE INVALIDE (16 CHIFFRES) !'
                   TO MESS1OEI
              END-IF
              IF EXPOEI IS NOT NUMERIC
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO EXPOEC
                 MOVE 'EXPIRATION DE LA CARTE INVALIDE (MMAA) !'
                   TO MESS1OEI
              ELSE
                 MOVE EXPOEI(1:2) TO WS-EXP-MM
                 IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO EXPOEC
                    MOVE 'EXPIRATION DE LA CARTE INVALIDE (MMAA) !'
                      TO MESS1OEI
                 END-IF
              END-IF
           ELSE
              IF EXPOEI NOT = SPACES
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO CARDOEC
                 MOVE 'EXPIRATION SANS NUMERO DE CARTE !'
                   TO MESS1OEI
              END-IF
           END-IF

      *    TYPE DE COMMANDE : BLANC = VENTE, 'N' = ENVOI GRATUIT,
      *    QUI EXIGE UN MOTIF (SMP ECHANTILLON, WAR GARANTIE, GDW
      *    GESTE COMMERCIAL) ET LE LOGIN DU RESPONSABLE - IL NE SE
      *    PAIE PAS PAR CARTE
           MOVE TYPOEI TO WS-NC-TYPE
           MOVE NCROEI TO WS-NC-REASON
           IF WS-NO-CHARGE
              IF NOT WS-NC-REASON-OK
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO NCROEC
                 MOVE 'ENVOI GRATUIT : MOTIF SMP, WAR OU GDW REQUIS !'
                   TO MESS1OEI
              END-IF
              IF MGROEI = SPACES
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO MGROEC
                 MOVE 'ENVOI GRATUIT : RESPONSABLE REQUIS !'
                   TO MESS1OEI
              END-IF
              IF CARDOEI NOT = SPACES
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO CARDOEC
                 MOVE 'PAS DE PAIEMENT PAR CARTE SUR UN ENVOI GRATUIT'
                   TO MESS1OEI
              END-IF
           ELSE
              IF TYPOEI NOT = SPACE
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO TYPOEC
                 MOVE 'TYPE DE COMMANDE INVALIDE (BLANC OU N) !'
                   TO MESS1OEI
              END-IF
              IF NCROEI NOT = SPACES OR MGROEI NOT = SPACES
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO TYPOEC
                 MOVE 'MOTIF ET RESPONSABLE : ENVOI GRATUIT SEULEMENT'
                   TO MESS1OEI
              END-IF
           END-IF

           IF CNOOEI = SPACES OR CNOOEI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO CNOOEC
              MOVE 'LE CHAMP CLIENT EST OBLIGATOIRE (NUMERIQUE) !'
                TO MESS1OEI
           END-IF
      *    VENDEUR FACULTATIF : BLANC = TITULAIRE DU SECTEUR
           IF ENOOEI NOT = SPACES AND ENOOEI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ENOOEC
              MOVE 'LE CHAMP VENDEUR DOIT ETRE NUMERIQUE !'
                TO MESS1OEI
           END-IF

           MOVE QTY3OEI TO WSL-QTY  (3)
           MOVE PNO4OEI TO WSL-P-NO (4)
           MOVE QTY4OEI TO WSL-QTY  (4)
           MOVE DSH1OEI TO WSL-DROP (1)
           MOVE DSH2OEI TO WSL-DROP (2)
           MOVE DSH3OEI TO WSL-DROP (3)
           MOVE DSH4OEI TO WSL-DROP (4)
           MOVE UOM1OEI TO WSL-UOM  (1)
           MOVE UOM2OEI TO WSL-UOM  (2)
           MOVE UOM3OEI TO WSL-UOM  (3)
           MOVE UOM4OEI TO WSL-UOM  (4)
           MOVE PRC1OEI TO WSL-OVR-IN (1)
           MOVE PRC2OEI TO WSL-OVR-IN (2)
           MOVE PRC3OEI TO WSL-OVR-IN (3)
           MOVE PRC4OEI TO WSL-OVR-IN (4)
           MOVE RSN1OEI TO WSL-OVR-REASON (1)
           MOVE RSN2OEI TO WSL-OVR-REASON (2)
           MOVE RSN3OEI TO WSL-OVR-REASON (3)
           MOVE RSN4OEI TO WSL-OVR-REASON (4)
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                      TO MESS1OEI
                 END-IF
              END-IF
      *       LIVRAISON DIRECTE FACULTATIVE : BLANC OU 'D'
              IF WSL-DROP (WS-LINE-IDX) NOT = SPACE
                 AND WSL-DROP (WS-LINE-IDX) NOT = 'D'
                 SET MANQUE-ZONE TO TRUE
                 MOVE 'LIVRAISON DIRECTE INVALIDE (BLANC OU D) !'
                   TO MESS1OEI
              END-IF
      *       PRIX FORCE FACULTATIF : NNN,NN NON NUL, TOUJOURS
      *       ACCOMPAGNE DE SON CODE MOTIF
              IF WSL-OVR-IN (WS-LINE-IDX) NOT = SPACES
                 MOVE WSL-OVR-IN (WS-LINE-IDX) TO WS-AMT-IN
                 PERFORM VERIF-MONTANT
                 IF WS-AMT-OK = 'N' OR WS-AMT-NUM = ZERO
                    OR WSL-P-NO (WS-LINE-IDX) = SPACES
                    SET MANQUE-ZONE TO TRUE
                    MOVE 'PRIX FORCE INVALIDE (NNN,NN) !'
                      TO MESS1OEI
                 END-IF
                 IF WSL-OVR-REASON (WS-LINE-IDX) = SPACES
                    SET MANQUE-ZONE TO TRUE
                    MOVE 'CODE MOTIF OBLIGATOIRE POUR UN PRIX FORCE !'
                      TO MESS1OEI
                 END-IF
              ELSE
                 IF WSL-OVR-REASON (WS-LINE-IDX) NOT = SPACES
                    SET MANQUE-ZONE TO TRUE
                    MOVE 'CODE MOTIF SANS PRIX FORCE !'
                      TO MESS1OEI
                 END-IF
              END-IF
      *       RIEN N'EST FACTURE SUR UN ENVOI GRATUIT : UN PRIX
      *       FORCE N'Y A PAS DE SENS
              IF WS-NO-CHARGE
                 AND WSL-OVR-IN (WS-LINE-IDX) NOT = SPACES
                 SET MANQUE-ZONE TO TRUE
                 MOVE 'PAS DE PRIX FORCE SUR UN ENVOI GRATUIT !'
                   TO MESS1OEI
              END-IF
           END-PERFORM
           IF WS-LINE-COUNT = ZERO
              SET MANQUE-ZONE TO TRUE
                    PERFORM FIN-TOTALE
           END-EVALUATE

           IF SHTOOEI NOT = '000'
              PERFORM CONTROLE-SHIPTO
           END-IF

      *    LE SECTEUR SE CHERCHE SUR UN CLIENT ET UNE ADRESSE VALIDES
           IF ALL-ZONES-OK
              PERFORM CONTROLE-VENDEUR-SECTEUR
           END-IF

           IF ENO2OEI NOT = SPACES
              PERFORM CONTROLE-CO-VENDEUR
           END-IF

           IF WS-NO-CHARGE
              PERFORM CONTROLE-RESPONSABLE
           END-IF.

      *************************************************
      * LE RESPONSABLE QUI AUTORISE UN ENVOI GRATUIT  *
      * EST UN ADMINISTRATEUR DE USERS1, NON          *
      * VERROUILLE ET AUTRE QUE LE SAISISSEUR         *
      *************************************************
       CONTROLE-RESPONSABLE.
           IF MGROEI = LOGIN-ZONE
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO MGROEC
              MOVE 'LE RESPONSABLE DOIT DIFFERER DU SAISISSEUR !'
                TO MESS1OEI
           ELSE
              EXEC CICS
                   READ DATASET ('USERS1')
                        INTO (ENR-EMP)
                        RIDFLD (MGROEI)
                        RESP (WS-CD-ERR)
              END-EXEC
              EVALUATE WS-CD-ERR
                  WHEN ZERO
                       IF NOT ROLE-EMP-ADMIN OR ACCT-LOCKED-EMP
                          SET MANQUE-ZONE TO TRUE
                          MOVE DFHRED TO MGROEC
                          MOVE 'RESPONSABLE NON HABILITE A AUTORISER'
                            TO MESS1OEI
                       END-IF
                  WHEN 13
                       SET MANQUE-ZONE TO TRUE
                       MOVE DFHRED TO MGROEC
                       MOVE 'RESPONSABLE INTROUVABLE DANS USERS1'
                         TO MESS1OEI
                  WHEN OTHER
                       MOVE 'ERREUR LECTURE USERS1' TO WS-ERR-MESS
                       PERFORM FIN-TOTALE
              END-EVALUATE
           END-IF.

      *************************************************
      * VENDEUR SAISI CONNU DE EMPLOYEES : CONSERVE ; *
      * BLANC OU INCONNU : TITULAIRE DU SECTEUR QUI   *
      * COUVRE L'ADRESSE DE LIVRAISON, AFFICHE DANS   *
      * LA ZONE VENDEUR                               *
      *************************************************
       CONTROLE-VENDEUR-SECTEUR.
           MOVE ZERO    TO WS-ENO-ASSIGNED
           MOVE CNOOEI  TO TS-C-NO
           MOVE SHTOOEI TO TS-SHIPTO-ID
           IF ENOOEI = SPACES
              MOVE ZERO   TO TS-E-NO
           ELSE
              MOVE ENOOEI TO TS-E-NO
           END-IF
           CALL 'TERRSEL' USING TS-PARM
           EVALUATE TS-RC
               WHEN ZERO
                    CONTINUE
               WHEN 4
                    MOVE TS-E-NO TO ENOOEI
                    MOVE 1 TO WS-ENO-ASSIGNED
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO ENOOEC
                    MOVE 'VENDEUR INCONNU, AUCUN SECTEUR : A SAISIR !'
                      TO MESS1OEI
               WHEN OTHER
                    MOVE 'ERREUR SQL TERRITORIES' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * LE CO-VENDEUR D'UNE VENTE PARTAGEE DOIT       *
      * EXISTER DANS EMPLOYEES ET DIFFERER DU VENDEUR *
              DATESEP('-')
           END-EXEC
           MOVE ZERO TO WS-MARGIN-WARNED
           MOVE 'OVRMAXPCT ' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO
              AND OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-OVR-MAX-PCT
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                          MOVE PRO-PRICE
                            TO WSL-PRICE (WS-LINE-IDX)
                          PERFORM CONTROLE-MARGE-LIGNE
                          PERFORM CONVERSION-UNITE-LIGNE
                          PERFORM CONTROLE-INTERDICTION-LIGNE
                     WHEN +100
                          SET MANQUE-ZONE TO TRUE
                          MOVE SPACES TO WS-MSG
      *************************************************
       CONTROLE-MARGE-LIGNE.
           MOVE PRO-PRICE TO WS-EFF-PRICE
           MOVE CNOOEI   TO CL-C-NO
           MOVE PRO-P-NO TO CL-P-NO
           MOVE WS-TODAY TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           EVALUATE CL-RC
               WHEN ZERO
                    MOVE CL-PRICE TO WS-EFF-PRICE
               WHEN 12
                    MOVE 'ERREUR SQL CONTRACT_PRICES' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE
           MOVE SPACE TO WSL-OVR-STATUS (WS-LINE-IDX)
           IF WSL-OVR-IN (WS-LINE-IDX) NOT = SPACES
              PERFORM CONTROLE-PRIX-FORCE
           END-IF
      *    UN ENVOI GRATUIT EST PAR NATURE SOUS LE COUT
           IF WS-EFF-PRICE < PRO-UNIT-COST
              AND WS-MARGIN-WARNED = ZERO
              AND NOT WS-NO-CHARGE
              MOVE 1 TO WS-MARGIN-WARNED
              MOVE SPACES TO WS-MSG
              STRING
              MOVE WS-MSG TO MESS2OEI
           END-IF.

      *************************************************
      * PRIX FORCE SUR LA LIGNE : LE MOTIF DOIT       *
      * EXISTER DANS PARAMS1 (FICHE OVRRSN + CODE).   *
      * LE PRIX DE REFERENCE EST LE PRIX EFFECTIF     *
      * (CONTRAT, SINON CATALOGUE) ; UN ECART         *
      * AU-DELA DE OVRMAXPCT MET LA LIGNE EN ATTENTE  *
      * DE VALIDATION. LE PRIX FORCE DEVIENT LE PRIX  *
      * EFFECTIF DU CONTROLE DE MARGE                 *
      *************************************************
       CONTROLE-PRIX-FORCE.
           MOVE SPACES TO OPR-KEY
           STRING 'OVRRSN' DELIMITED BY SIZE
                  WSL-OVR-REASON (WS-LINE-IDX) DELIMITED BY SIZE
             INTO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ NOT = ZERO
              SET MANQUE-ZONE TO TRUE
              MOVE SPACES TO WS-MSG
              STRING
                   'CODE MOTIF '    DELIMITED BY SIZE
                   WSL-OVR-REASON (WS-LINE-IDX)
                                    DELIMITED BY SIZE
                   ' INCONNU (PRIX FORCE ' DELIMITED BY SIZE
                   PRO-P-NO         DELIMITED BY SIZE
                   ')'              DELIMITED BY SIZE
              INTO WS-MSG
              MOVE WS-MSG TO MESS1OEI
           ELSE
              MOVE WSL-OVR-IN (WS-LINE-IDX) TO WS-AMT-IN
              PERFORM VERIF-MONTANT
              MOVE WS-EFF-PRICE  TO WSL-REF-PRICE (WS-LINE-IDX)
              MOVE PRO-UNIT-COST TO WSL-UNIT-COST (WS-LINE-IDX)
              MOVE WS-AMT-NUM    TO WSL-PRICE (WS-LINE-IDX)
              IF WS-AMT-NUM < WS-EFF-PRICE
                 COMPUTE WS-OVR-GAP = WS-EFF-PRICE - WS-AMT-NUM
              ELSE
                 COMPUTE WS-OVR-GAP = WS-AMT-NUM - WS-EFF-PRICE
              END-IF
              IF WS-EFF-PRICE = ZERO
                 MOVE 999 TO WS-OVR-PCT
              ELSE
                 COMPUTE WS-OVR-PCT ROUNDED =
                         WS-OVR-GAP * 100 / WS-EFF-PRICE
              END-IF
              IF WS-OVR-PCT > WS-OVR-MAX-PCT
                 MOVE 'P' TO WSL-OVR-STATUS (WS-LINE-IDX)
              ELSE
                 MOVE 'A' TO WSL-OVR-STATUS (WS-LINE-IDX)
              END-IF
              MOVE WS-AMT-NUM TO WS-EFF-PRICE
           END-IF.

      *************************************************
      * CONTROLE D'UN MONTANT NNN,NN (COMME DANS      *
      * PGM1PMA) : PARTIE ENTIERE CADREE A DROITE OU  *
      * COMPLETEE DE ZEROS                            *
      *************************************************
       VERIF-MONTANT.
           MOVE 'Y' TO WS-AMT-OK
           MOVE ZERO TO WS-AMT-NUM
           IF WS-AMT-IN NOT = SPACES
              INSPECT WS-AMT-IN-INT REPLACING LEADING SPACES BY ZEROS
              INSPECT WS-AMT-IN-DEC REPLACING ALL SPACES BY ZEROS
              IF WS-AMT-IN-INT IS NOT NUMERIC
                 OR WS-AMT-IN-DEC IS NOT NUMERIC
                 OR (WS-AMT-IN-SEP NOT = ',' AND
                     WS-AMT-IN-SEP NOT = '.')
                 MOVE 'N' TO WS-AMT-OK
              ELSE
                 MOVE WS-AMT-IN-INT TO WS-AMT-NUM-X(1:3)
                 MOVE WS-AMT-IN-DEC TO WS-AMT-NUM-X(4:2)
              END-IF
           END-IF.

      *************************************************
      * QUANTITE DE LA LIGNE SAISIE DANS UNE UNITE DE *
      * VENTE : CONVERSION EN UNITES DE STOCK, QUI NE *
      * DOIT PAS DEPASSER LA CAPACITE DE LA LIGNE     *
      *************************************************
       CONVERSION-UNITE-LIGNE.
           MOVE PRO-P-NO                TO UC-P-NO
           MOVE WSL-UOM (WS-LINE-IDX)   TO UC-UOM
           MOVE WSL-QTY (WS-LINE-IDX)   TO UC-SELL-QTY
           CALL 'UOMCONV' USING UC-PARM
           EVALUATE UC-RC
               WHEN ZERO
                    IF WSL-UOM (WS-LINE-IDX) = SPACES
                       MOVE UC-BASE-UOM TO WSL-UOM (WS-LINE-IDX)
                    END-IF
                    MOVE UC-FACTOR   TO WSL-FACTOR (WS-LINE-IDX)
                    MOVE UC-BASE-QTY TO WSL-BASE-QTY (WS-LINE-IDX)
               WHEN 4
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'UNITE '
                         WSL-UOM (WS-LINE-IDX)
                           DELIMITED BY SIZE
                         ' INCONNUE POUR LE PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1OEI
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PLUS DE 99 UNITES DE STOCK SUR LA LIGNE '
                         PRO-P-NO
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1OEI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRODUCT_UOMS' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * PRODUIT INTERDIT DANS L'ETAT DE L'ADRESSE DE  *
      * LIVRAISON (PAS CELUI DE FACTURATION) OU POUR  *
      * CE CLIENT : LA LIGNE EST REFUSEE A LA SAISIE  *
      * PLUTOT QUE REFUSEE A LA LIVRAISON             *
      *************************************************
       CONTROLE-INTERDICTION-LIGNE.
           MOVE PRO-P-NO TO SR-P-NO
           MOVE CNOOEI   TO SR-C-NO
           MOVE SHTOOEI  TO SR-SHIPTO-ID
           CALL 'SALERSTR' USING SR-PARM
           EVALUATE SR-RC
               WHEN ZERO
                    CONTINUE
               WHEN 4
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                         ' INTERDIT A LA LIVRAISON EN '
                         SR-STATE
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1OEI
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                         ' INTERDIT POUR CE CLIENT'
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1OEI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRODUCT_RESTRICTIONS'
                      TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * ATTRIBUTION DU NUMERO DE COMMANDE SOUS ENQ    *
      * (DEUX VENDEURS NE DOIVENT PAS TIRER LE MEME   *
           IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
              MOVE 'COMMANDE EN COURS DE CREATION, REESSAYER'
                TO MESS1OEI
              IF WS-CARD-PAID = 1
                 PERFORM ANNULE-AUTORISATION
              END-IF
              PERFORM ENVOI-ECRAN
           END-IF

              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (ORD-O-DATE)
              DATESEP('-')
              TIME (WS-TIME-TXT)
              TIMESEP(':')
           END-EXEC
           MOVE ENOOEI TO ORD-S-NO
           MOVE CNOOEI TO ORD-C-NO
              MOVE ZERO TO ORD-SPLIT-PCT
           END-IF
           MOVE PRIOOEI TO ORD-PRIORITY
           IF WS-CARD-PAID = 1
              MOVE 'C'         TO ORD-PAY-METHOD
              MOVE CA-TOKEN    TO ORD-CARD-TOKEN
              MOVE CA-AUTH-REF TO ORD-CARD-AUTH-REF
              MOVE CA-AMOUNT   TO ORD-CARD-AUTH-AMT
           ELSE
              MOVE SPACE  TO ORD-PAY-METHOD
              MOVE SPACES TO ORD-CARD-TOKEN
              MOVE SPACES TO ORD-CARD-AUTH-REF
              MOVE ZERO   TO ORD-CARD-AUTH-AMT
           END-IF
           MOVE ZERO TO ORD-CARD-CAPTURED
           MOVE WS-NC-TYPE TO ORD-ORDER-TYPE
           IF WS-NO-CHARGE
              MOVE WS-NC-REASON TO ORD-NC-REASON
              MOVE MGROEI       TO ORD-NC-APPROVED-BY
           ELSE
              MOVE SPACES TO ORD-NC-REASON
              MOVE SPACES TO ORD-NC-APPROVED-BY
           END-IF
           EXEC SQL
              INSERT INTO ORDERS (O_NO, S_NO, C_NO, O_DATE,
                     SHIPTO_ID, S2_NO, SPLIT_PCT, PRIORITY,
                     PAY_METHOD, CARD_TOKEN, CARD_AUTH_REF,
                     CARD_AUTH_AMT, CARD_CAPTURED, ORDER_TYPE,
                     NC_REASON, NC_APPROVED_BY)
              VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                      :ORD-SHIPTO-ID, :ORD-S2-NO, :ORD-SPLIT-PCT,
                      :ORD-PRIORITY, :ORD-PAY-METHOD,
                      :ORD-CARD-TOKEN, :ORD-CARD-AUTH-REF,
                      :ORD-CARD-AUTH-AMT, :ORD-CARD-CAPTURED,
                      :ORD-ORDER-TYPE, :ORD-NC-REASON,
                      :ORD-NC-APPROVED-BY)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT ORDERS' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF

           MOVE ZERO TO WS-UNALLOC-COUNT
           MOVE ZERO TO WS-OVR-PENDING
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                 MOVE ORD-O-NO               TO ITE-O-NO
                 MOVE WSL-P-NO (WS-LINE-IDX) TO ITE-P-NO
                 MOVE WSL-BASE-QTY (WS-LINE-IDX) TO ITE-QUANTITY
                 MOVE WSL-PRICE (WS-LINE-IDX) TO ITE-PRICE
                 MOVE WSL-UOM (WS-LINE-IDX)    TO ITE-SELL-UOM
                 MOVE WSL-FACTOR (WS-LINE-IDX) TO ITE-UOM-FACTOR
                 IF WSL-DROP (WS-LINE-IDX) = 'D'
                    MOVE 'Y' TO ITE-DROP-SHIP
                 ELSE
                    MOVE 'N' TO ITE-DROP-SHIP
                 END-IF
                 EXEC SQL
                    INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE,
                           DROP_SHIP, SELL_UOM, UOM_FACTOR)
                    VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                            :ITE-PRICE, :ITE-DROP-SHIP,
                            :ITE-SELL-UOM, :ITE-UOM-FACTOR)
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE 'ERREUR INSERT ITEMS' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
                 END-IF
      *          LE FOURNISSEUR LIVRE : RIEN A RESERVER CHEZ NOUS
                 IF ITE-DROP-SHIP = 'N'
                    PERFORM ALLOUE-LIGNE
                 END-IF
                 IF WSL-OVR-STATUS (WS-LINE-IDX) NOT = SPACE
                    PERFORM ENREGISTRE-PRIX-FORCE
                 END-IF
              END-IF
           END-PERFORM


           MOVE ORD-O-NO TO E-NEW-O-NO
           MOVE SPACES TO WS-MSG
           IF WS-UNALLOC-COUNT = ZERO
              STRING
                   'COMMANDE '      DELIMITED BY SIZE
                   E-NEW-O-NO       DELIMITED BY SIZE
                   ' ENREGISTREE'   DELIMITED BY SIZE
              INTO WS-MSG
           ELSE
              STRING
                   'COMMANDE '      DELIMITED BY SIZE
                   E-NEW-O-NO       DELIMITED BY SIZE
                   ' ENREGISTREE - LIGNES SANS STOCK : '
                                    DELIMITED BY SIZE
                   WS-UNALLOC-COUNT DELIMITED BY SIZE
              INTO WS-MSG
           END-IF
           MOVE WS-MSG TO MESS1OEI
      *    PAIEMENT PAR CARTE : REFERENCE D'AUTORISATION EN LIGNE 2
      *    SI ELLE N'EST PAS DEJA PRISE PAR L'AVERTISSEMENT DE MARGE
           IF WS-CARD-PAID = 1 AND MESS2OEI = SPACES
              MOVE CA-AMOUNT TO E-AUTH-AMOUNT
              MOVE SPACES TO WS-MSG
              STRING
                   'CARTE AUTORISEE ' DELIMITED BY SIZE
                   CA-AUTH-REF        DELIMITED BY SPACE
                   ' POUR '           DELIMITED BY SIZE
                   E-AUTH-AMOUNT      DELIMITED BY SIZE
              INTO WS-MSG
              MOVE WS-MSG TO MESS2OEI
           END-IF
      *    VENDEUR ATTRIBUE PAR LE SECTEUR : SIGNALE SI LA LIGNE 2
      *    N'EST PAS DEJA PRISE PAR L'AVERTISSEMENT DE MARGE
           IF WS-ENO-ASSIGNED = 1 AND MESS2OEI = SPACES
              MOVE SPACES TO WS-MSG
              STRING
                   'VENDEUR ' DELIMITED BY SIZE
                   ENOOEI     DELIMITED BY SIZE
                   ' ATTRIBUE PAR LE SECTEUR ' DELIMITED BY SIZE
                   TS-TERR-ID DELIMITED BY SIZE
              INTO WS-MSG
              MOVE WS-MSG TO MESS2OEI
           END-IF
      *    UN PRIX FORCE A VALIDER PRIME SUR LES AUTRES MESSAGES :
      *    LA COMMANDE NE PARTIRA PAS A L'EXTRACTION SANS LUI
           IF WS-OVR-PENDING > ZERO
              MOVE 'PRIX FORCE HORS TOLERANCE : VALIDATION REQUISE'
                TO MESS2OEI
           END-IF
           IF WS-NO-CHARGE
              MOVE SPACES TO WS-MSG
              STRING
                   'ENVOI GRATUIT ' DELIMITED BY SIZE
                   WS-NC-REASON     DELIMITED BY SIZE
                   ' AUTORISE PAR ' DELIMITED BY SIZE
                   MGROEI           DELIMITED BY SIZE
              INTO WS-MSG
              MOVE WS-MSG TO MESS2OEI
           END-IF
           MOVE DFHBLUE TO CNOOEC
           MOVE SPACES TO PNO1OEI QTY1OEI PNO2OEI QTY2OEI
                          PNO3OEI QTY3OEI PNO4OEI QTY4OEI
                          ENO2OEI SPCTOEI
                          DSH1OEI DSH2OEI DSH3OEI DSH4OEI
                          UOM1OEI UOM2OEI UOM3OEI UOM4OEI
                          PRC1OEI PRC2OEI PRC3OEI PRC4OEI
                          RSN1OEI RSN2OEI RSN3OEI RSN4OEI
                          TYPOEI NCROEI MGROEI
           PERFORM ENVOI-ECRAN.

      *************************************************
      * TRACE DU PRIX FORCE DE LA LIGNE QUI VIENT     *
      * D'ETRE INSEREE, AVEC SON PRIX DE REFERENCE,   *
      * SON MOTIF ET LE LOGIN DU SAISISSEUR (LE       *
      * SUPERVISEUR QUI LE VALIDERA DEVRA EN ETRE UN  *
      * AUTRE)                                        *
      *************************************************
       ENREGISTRE-PRIX-FORCE.
           MOVE ITE-O-NO                     TO POV-O-NO
           MOVE ITE-P-NO                     TO POV-P-NO
           MOVE WSL-REF-PRICE (WS-LINE-IDX)  TO POV-REF-PRICE
           MOVE ITE-PRICE                    TO POV-OVR-PRICE
           MOVE WSL-UNIT-COST (WS-LINE-IDX)  TO POV-UNIT-COST
           MOVE WSL-OVR-REASON (WS-LINE-IDX) TO POV-REASON
           MOVE WSL-OVR-STATUS (WS-LINE-IDX) TO POV-STATUS
           MOVE LOGIN-ZONE                   TO POV-ENTERED-BY
           MOVE ORD-O-DATE                   TO POV-ENTRY-DATE
           MOVE WS-TIME-TXT                  TO POV-ENTRY-TIME
           EXEC SQL
              INSERT INTO PRICE_OVERRIDES (O_NO, P_NO, REF_PRICE,
                     OVR_PRICE, UNIT_COST, REASON, STATUS,
                     ENTERED_BY, ENTRY_DATE, ENTRY_TIME)
              VALUES (:POV-O-NO, :POV-P-NO, :POV-REF-PRICE,
                      :POV-OVR-PRICE, :POV-UNIT-COST, :POV-REASON,
                      :POV-STATUS, :POV-ENTERED-BY, :POV-ENTRY-DATE,
                      :POV-ENTRY-TIME)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'ERREUR INSERT PRICE_OVERRIDES' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           IF POV-PENDING
              ADD 1 TO WS-OVR-PENDING
           END-IF.

      *************************************************
      * RESERVATION DU STOCK DE LA LIGNE QUI VIENT    *
      * D'ETRE INSEREE - UNE LIGNE PAS (OU PAS        *
      * ENTIEREMENT) ALLOUEE EST ENREGISTREE QUAND    *
      * MEME ET COMPTEE POUR LE MESSAGE               *
      *************************************************
       ALLOUE-LIGNE.
           MOVE 'A'          TO SA-FUNC
           MOVE ITE-O-NO     TO SA-O-NO
           MOVE ITE-P-NO     TO SA-P-NO
           MOVE ITE-QUANTITY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              MOVE 'ERREUR SQL ALLOCATION STOCK' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           IF SA-ALLOC-QTY < SA-QTY
              ADD 1 TO WS-UNALLOC-COUNT
           END-IF.

      *************************************************
      * COMMANDE PAYEE PAR CARTE : AUTORISATION DU    *
      * TOTAL DES LIGNES (PRIX DE LA LIGNE, QUANTITE  *
      * EN UNITES DE STOCK) MAJORE DE LA MARGE        *
      * CARDAUTPCT, AVANT TOUTE INSERTION - UNE CARTE *
      * REFUSEE OU UN PROCESSEUR MUET NE CREE PAS DE  *
      * COMMANDE                                      *
      *************************************************
       AUTORISE-CARTE.
           MOVE 'CARDAUTPCT' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO
              AND OPR-VALUE(1:2) IS NUMERIC
              MOVE OPR-VALUE(1:2) TO WS-AUTH-PCT
           END-IF

           MOVE ZERO TO WS-ORDER-AMOUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                 COMPUTE WS-ORDER-AMOUNT = WS-ORDER-AMOUNT
                       + WSL-BASE-QTY (WS-LINE-IDX)
                       * WSL-PRICE (WS-LINE-IDX)
              END-IF
           END-PERFORM

           MOVE SPACES  TO CA-PARM
           MOVE 'A'     TO CA-FUNC
           MOVE CARDOEI TO CA-CARD-NO
           MOVE EXPOEI  TO CA-EXPIRY
           MOVE CNOOEI  TO CA-C-NO
           COMPUTE CA-AMOUNT ROUNDED =
                   WS-ORDER-AMOUNT * (100 + WS-AUTH-PCT) / 100
           MOVE ZERO    TO CA-RC
           EXEC CICS
                LINK PROGRAM ('CARDAUTH')
                     COMMAREA (CA-PARM)
                     LENGTH (LENGTH OF CA-PARM)
                     RESP (WS-CD-ERR)
           END-EXEC
           MOVE SPACES TO CA-CARD-NO
           IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
              MOVE 'ERREUR LINK CARDAUTH' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF
           EVALUATE CA-RC
               WHEN ZERO
                    MOVE 1 TO WS-CARD-PAID
               WHEN 4
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO CARDOEC
                    MOVE SPACES TO WS-MSG
                    STRING
                         'CARTE REFUSEE : ' DELIMITED BY SIZE
                         CA-RESP-TEXT       DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1OEI
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE DFHRED TO CARDOEC
                    MOVE 'PROCESSEUR DE CARTES MUET, REESSAYER'
                      TO MESS1OEI
               WHEN OTHER
                    MOVE CA-RESP-TEXT TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

       TRAIT-SAISIE.
           INITIALIZE MESS1OEO MESS2OEO
           MOVE ZERO TO WS-CARD-PAID
           PERFORM VERIF-SAISIE-ORD
           IF ALL-ZONES-OK
              PERFORM CONTROLE-CLIENT-VENDEUR
           IF ALL-ZONES-OK
              PERFORM CONTROLE-PRODUITS
           END-IF
           IF ALL-ZONES-OK AND CARDOEI NOT = SPACES
              PERFORM AUTORISE-CARTE
           END-IF
      *    LE NUMERO DE CARTE N'EST JAMAIS RENVOYE A L'ECRAN
           MOVE SPACES TO CARDOEI EXPOEI
           IF ALL-ZONES-OK
              PERFORM ENREGISTRE-COMMANDE
           ELSE
           EXEC CICS
                SYNCPOINT ROLLBACK
           END-EXEC
           IF WS-CARD-PAID = 1
              PERFORM ANNULE-AUTORISATION
           END-IF
           PERFORM FIN-TOTALE.

      *************************************************
      * COMMANDE NON CREEE APRES AUTORISATION DE LA   *
      * CARTE : ON LIBERE LE MONTANT BLOQUE CHEZ LE   *
      * PROCESSEUR (LE RESULTAT N'EST PAS BLOQUANT)   *
      *************************************************
       ANNULE-AUTORISATION.
           MOVE 'V' TO CA-FUNC
           EXEC CICS
                LINK PROGRAM ('CARDAUTH')
                     COMMAREA (CA-PARM)
                     LENGTH (LENGTH OF CA-PARM)
                     RESP (WS-CD-ERR)
           END-EXEC
           MOVE ZERO TO WS-CARD-PAID.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1OEO MESS2OEO
           MOVE 'TOUCHE INVALIDE !' TO MESS1OEO
