      **********************************************
      * CONSULTATION PRODUIT EN LIGNE (VENTE PAR   *
      * TELEPHONE) : SAISIE D'UN P_NO, AFFICHAGE DE *
      * LA DESCRIPTION, DU PRIX ET DU STOCK : EN    *
      * MAGASIN, DEJA ALLOUE AUX COMMANDES ET       *
      * DISPONIBLE A PROMETTRE (STOCK - ALLOUE) -   *
      * C'EST CE DERNIER QUE LE VENDEUR PROMET.     *
      * LE PROCHAIN CHANGEMENT DE PRIX PROGRAMME    *
      * (PENDING_PRICES) EST AFFICHE AVEC SA DATE   *
      * D'EFFET POUR QUE LE VENDEUR PREVIENNE LE    *
      * CLIENT.                                     *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE PPR
           END-EXEC

       COPY ZONE.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-MSG         PIC X(50).
       77 E-PRICE        PIC Z(5)9,99.
       77 E-STOCK        PIC Z(4)9.
       77 WS-ATP         PIC S9(5)V USAGE COMP-3 VALUE ZERO.

       77 UNDERSCORE    PIC X(79) VALUE ALL '_'.

       CONSULTATION-PRD.
           MOVE PNOPDI TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, PRICE, STOCK, STATUS, ALLOCATED
                INTO :PRO-DESCRIPTION, :PRO-PRICE, :PRO-STOCK,
                     :PRO-STATUS, :PRO-ALLOCATED
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
                    MOVE E-PRICE   TO PRICEPDO
                    MOVE PRO-STOCK TO E-STOCK
                    MOVE E-STOCK   TO STOCKPDO
                    MOVE PRO-ALLOCATED TO E-STOCK
                    MOVE E-STOCK   TO ALLOCPDO
      *             PLUS ALLOUE QU'EN MAGASIN (INVENTAIRE EN BAISSE)
      *             = RIEN A PROMETTRE
                    COMPUTE WS-ATP = PRO-STOCK - PRO-ALLOCATED
                    IF WS-ATP < ZERO
                       MOVE ZERO TO WS-ATP
                    END-IF
                    MOVE WS-ATP    TO E-STOCK
                    MOVE E-STOCK   TO ATPPDO
                    MOVE 'PRODUIT TROUVE' TO MESS1PDI
                    PERFORM AFFICHE-STATUT-PRD
                    PERFORM AFFICHE-PRIX-A-VENIR
               WHEN +100
                    MOVE 'PRODUIT INTROUVABLE' TO MESS1PDI
                    MOVE DFHRED TO PNOPDC
                   MOVE 'STATUT : ACTIF' TO MESS2PDI
           END-EVALUATE.

      *************************************************
      * PROCHAIN PRIX PROGRAMME (PENDING_PRICES) ET   *
      * SA DATE D'EFFET - RIEN A AFFICHER SI AUCUN    *
      * CHANGEMENT N'EST ANNONCE                      *
      *************************************************
       AFFICHE-PRIX-A-VENIR.
           MOVE PRO-P-NO TO PPR-P-NO
           EXEC SQL
              SELECT EFF_DATE, NEW_PRICE
                INTO :PPR-EFF-DATE, :PPR-NEW-PRICE
                FROM PENDING_PRICES
               WHERE P_NO = :PPR-P-NO
               ORDER BY EFF_DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                    MOVE PPR-NEW-PRICE TO E-PRICE
                    MOVE E-PRICE       TO NPRCPDO
                    MOVE PPR-EFF-DATE  TO NPDATPDO
                    MOVE DFHPINK       TO NPRCPDC
               WHEN +100
                    MOVE SPACES TO NPRCPDO NPDATPDO
               WHEN OTHER
                    MOVE 'ERREUR SQL PENDING_PRICES' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

       TRAIT-SAISIE.
           INITIALIZE MESS1PDO MESS2PDO
           PERFORM VERIF-SAISIE-PRD
