       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1PMA.
      **********************************************
      * MAINTENANCE DU FICHIER PRODUITS EN LIGNE :  *
      * AJOUT (ENTER, AVEC ECRAN DE CONFIRMATION    *
      * COMME PGM1CMA / PGM1NPT), CONSULTATION      *
      * (PF5) ET MODIFICATION (PF7) DE PRODUCTS -   *
      * DESCRIPTION, STATUT (A/D/B), POINT DE       *
      * COMMANDE, POIDS, EMPLACEMENT ET COUT        *
      * UNITAIRE, DUREE DE GARANTIE EN MOIS. LE     *
      * PRIX DE VENTE NE SE SAISIT QU'A LA CREATION *
      * (IL VIENT ENSUITE DU FLUX LPRODUCT VIA      *
      * PRO15). LES MONTANTS ET LE                  *
      * POIDS SE SAISISSENT SOUS LA FORME NNN,NN.   *
      * CHAQUE CHAMP MODIFIE EST TRACE DANS LE      *
      * JOURNAL AUDITLG1 (VOIR AUDRPT). RESERVE AUX *
      * PROFILS ADMINISTRATEUR ET ENTREPOT.         *
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
       COPY MS1PMA.
      **********************************************
      * DESCRIPTION DES TABLES ET FICHIERS         *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

       COPY ZONE.
       COPY AUDITREC.

       COPY PARAMREC.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.

       77 WS-MSG         PIC X(55).

      *************************************************
      * IMAGES AVANT DU PRODUIT POUR LE JOURNAL       *
      * D'AUDIT : UNE LIGNE PAR CHAMP REELLEMENT      *
      * MODIFIE, AVANT/APRES (VOIR AUDITREC)          *
      *************************************************
       77 WS-AUD-OLD-DESC    PIC X(30) VALUE SPACES.
       77 WS-AUD-OLD-STATUS  PIC X VALUE SPACES.
       77 WS-AUD-OLD-ROP     PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-AUD-OLD-WEIGHT  PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-AUD-OLD-BIN     PIC X(6) VALUE SPACES.
       77 WS-AUD-OLD-COST    PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-AUD-OLD-WARR    PIC S9(3) USAGE COMP-3 VALUE ZERO.
       77 WS-AUD-NUM         PIC 9(5) VALUE ZERO.

      *************************************************
      * MONTANTS ET POIDS SAISIS SOUS LA FORME NNN,NN *
      * (LE POINT EST ACCEPTE COMME SEPARATEUR)       *
      *************************************************
       01 WS-AMT-IN.
          05 WS-AMT-IN-INT   PIC X(3).
          05 WS-AMT-IN-SEP   PIC X.
          05 WS-AMT-IN-DEC   PIC X(2).
       77 WS-AMT-OK          PIC X VALUE 'Y'.
       01 WS-AMT-NUM         PIC 9(3)V9(2) VALUE ZERO.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(5).
       01 WS-AMT-OUT.
          05 WS-AMT-OUT-INT  PIC X(3).
          05 FILLER          PIC X VALUE ','.
          05 WS-AMT-OUT-DEC  PIC X(2).
       77 WS-NEW-PRICE       PIC 9(3)V9(2) VALUE ZERO.
       77 WS-NEW-COST        PIC 9(3)V9(2) VALUE ZERO.
       77 WS-NEW-WEIGHT      PIC 9(3)V9(2) VALUE ZERO.
       77 WS-NEW-ROP         PIC 9(5) VALUE ZERO.
       77 WS-NEW-WARR        PIC 9(3) VALUE ZERO.

      *************************************************
      * LONGUEUR UTILE DES ZONES VARCHAR (BLANCS DE   *
      * FIN EXCLUS), CALCULEE COMME DANS PRO15        *
      *************************************************
       01 WS-LEN-FIELD   PIC X(100).
       77 WS-LEN         PIC S9(4) COMP VALUE 0.
       77 WS-LEN-MAX     PIC S9(4) COMP VALUE 0.

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
                WHEN 'T1EE'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            PERFORM CONTROLE-QUIESCE
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1PMAO
                               MOVE SPACES TO CONFIRM-PRD-ZONE
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE LOW-VALUE TO MAP1PMAO
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'MAINTENANCE PRODUITS' TO LIBMAPPMO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJPMO)
               DATESEP('/')
               TIME (HEUREPMO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1PMA')
                   MAPSET('MS1PMA')
                   FROM (MAP1PMAO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1PMA' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EE')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1PMA')
                         MAPSET ('MS1PMA')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF.

       VERIF-SAISIE-PMA.
           INSPECT PNOPMI   REPLACING ALL '_' BY SPACES
           INSPECT DESCPMI  REPLACING ALL '_' BY SPACES
           INSPECT PRICEPMI REPLACING ALL '_' BY SPACES
           INSPECT COSTPMI  REPLACING ALL '_' BY SPACES
           INSPECT STATPMI  REPLACING ALL '_' BY SPACES
           INSPECT ROPPMI   REPLACING ALL '_' BY SPACES
           INSPECT WGTPMI   REPLACING ALL '_' BY SPACES
           INSPECT BINPMI   REPLACING ALL '_' BY SPACES
           INSPECT WARPMI   REPLACING ALL '_' BY SPACES
           INSPECT CONFPMI  REPLACING ALL '_' BY SPACES

           SET ALL-ZONES-OK TO TRUE

           IF PNOPMI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO PNOPMC
              MOVE 'LE CHAMP P_NO EST OBLIGATOIRE !' TO MESS1PMI
           END-IF
           IF DESCPMI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO DESCPMC
              MOVE 'LE CHAMP DESCRIPTION EST OBLIGATOIRE !'
                TO MESS1PMI
           END-IF
      *    STATUT FACULTATIF : BLANC = ACTIF, SINON A / D (ARRETE)
      *    / B (BLOQUE)
           IF STATPMI = SPACES
              MOVE 'A' TO STATPMI
           END-IF
           IF STATPMI NOT = 'A' AND STATPMI NOT = 'D'
              AND STATPMI NOT = 'B'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO STATPMC
              MOVE 'STATUT PRODUIT INVALIDE (A/D/B) !' TO MESS1PMI
           END-IF
           IF ROPPMI = SPACES
              MOVE ZEROS TO ROPPMI
           END-IF
           IF ROPPMI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ROPPMC
              MOVE 'LE POINT DE COMMANDE DOIT ETRE NUMERIQUE !'
                TO MESS1PMI
           ELSE
              MOVE ROPPMI TO WS-NEW-ROP
           END-IF
           MOVE COSTPMI TO WS-AMT-IN
           PERFORM VERIF-MONTANT
           IF WS-AMT-OK = 'N'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO COSTPMC
              MOVE 'COUT UNITAIRE INVALIDE (FORME NNN,NN) !'
                TO MESS1PMI
           ELSE
              MOVE WS-AMT-NUM TO WS-NEW-COST
           END-IF
           MOVE WGTPMI TO WS-AMT-IN
           PERFORM VERIF-MONTANT
           IF WS-AMT-OK = 'N'
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO WGTPMC
              MOVE 'POIDS INVALIDE (FORME NNN,NN) !' TO MESS1PMI
           ELSE
              MOVE WS-AMT-NUM TO WS-NEW-WEIGHT
           END-IF
      *    GARANTIE EN MOIS, FACULTATIVE : BLANC = NON GARANTI
           IF WARPMI = SPACES
              MOVE ZEROS TO WARPMI
           END-IF
           INSPECT WARPMI REPLACING LEADING SPACES BY ZEROS
           IF WARPMI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO WARPMC
              MOVE 'LA GARANTIE (EN MOIS) DOIT ETRE NUMERIQUE !'
                TO MESS1PMI
           ELSE
              MOVE WARPMI TO WS-NEW-WARR
           END-IF
           .

      *************************************************
      * PRIX DE VENTE : OBLIGATOIRE ET POSITIF A LA   *
      * CREATION SEULEMENT                            *
      *************************************************
       VERIF-PRIX.
           MOVE PRICEPMI TO WS-AMT-IN
           PERFORM VERIF-MONTANT
           IF WS-AMT-OK = 'N' OR PRICEPMI = SPACES
              OR WS-AMT-NUM = ZERO
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO PRICEPMC
              MOVE 'PRIX OBLIGATOIRE A LA CREATION (NNN,NN) !'
                TO MESS1PMI
           ELSE
              MOVE WS-AMT-NUM TO WS-NEW-PRICE
           END-IF.

      *************************************************
      * CONTROLE D'UN MONTANT NNN,NN : BLANC = ZERO,  *
      * PARTIE ENTIERE CADREE A DROITE OU COMPLETEE   *
      * DE ZEROS                                      *
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

      *    MONTANT WS-AMT-NUM MIS EN FORME NNN,NN DANS WS-AMT-OUT
       FORMAT-MONTANT.
           MOVE WS-AMT-NUM-X(1:3) TO WS-AMT-OUT-INT
           MOVE WS-AMT-NUM-X(4:2) TO WS-AMT-OUT-DEC.

      *************************************************
      * AJOUT AVEC ECRAN DE CONFIRMATION, COMME       *
      * AJOUT-CLIENT DANS PGM1CMA                     *
      *************************************************
       AJOUT-PRODUIT.
           IF ALL-ZONES-OK
              IF CONFIRM-PRD-ZONE = PNOPMI AND CONFPMI = 'O'
                 PERFORM INSERTION-PRODUIT
              ELSE
                 IF CONFIRM-PRD-ZONE = PNOPMI AND CONFPMI = 'N'
                    MOVE SPACES TO CONFIRM-PRD-ZONE
                    MOVE 'AJOUT ANNULE' TO MESS1PMI
                    PERFORM ENVOI-ECRAN
                 ELSE
                    MOVE PNOPMI TO CONFIRM-PRD-ZONE
                    MOVE DFHPINK TO CONFPMC
                    MOVE SPACES TO WS-MSG
                    STRING
                         'CONFIRMER AJOUT DE ' DELIMITED BY SIZE
                         PNOPMI               DELIMITED BY SIZE
                         ' ? TAPER O OU N DANS CONF, PUIS ENTER'
                                              DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1PMI
                    PERFORM ENVOI-ECRAN
                 END-IF
              END-IF
           END-IF.

       PREPARE-HOST-VARS.
           MOVE PNOPMI TO PRO-P-NO
           MOVE DESCPMI TO PRO-DESCRIPTION-TEXT
           MOVE SPACES TO WS-LEN-FIELD
           MOVE DESCPMI TO WS-LEN-FIELD(1:30)
           MOVE 30 TO WS-LEN-MAX
           PERFORM CALC-LEN
           MOVE WS-LEN TO PRO-DESCRIPTION-LEN
           MOVE STATPMI       TO PRO-STATUS
           MOVE WS-NEW-ROP    TO PRO-REORDER-POINT
           MOVE WS-NEW-WEIGHT TO PRO-WEIGHT
           MOVE BINPMI        TO PRO-BIN-LOC
           MOVE WS-NEW-COST   TO PRO-UNIT-COST
           MOVE WS-NEW-WARR   TO PRO-WARRANTY-MONTHS.

       INSERTION-PRODUIT.
           MOVE SPACES TO CONFIRM-PRD-ZONE
           PERFORM PREPARE-HOST-VARS
           MOVE WS-NEW-PRICE TO PRO-PRICE
           EXEC SQL
              INSERT INTO PRODUCTS (P_NO, DESCRIPTION, PRICE,
                     UNIT_COST, STATUS, REORDER_POINT, WEIGHT,
                     BIN_LOC, WARRANTY_MONTHS)
              VALUES (:PRO-P-NO, :PRO-DESCRIPTION, :PRO-PRICE,
                      :PRO-UNIT-COST, :PRO-STATUS,
                      :PRO-REORDER-POINT, :PRO-WEIGHT,
                      :PRO-BIN-LOC, :PRO-WARRANTY-MONTHS)
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE PNOPMI TO KEY-AUD
                   MOVE 'CREATION'     TO FIELD-AUD
                   MOVE SPACES         TO OLDVAL-AUD
                   MOVE DESCPMI        TO NEWVAL-AUD
                   PERFORM ECRITURE-AUDIT
                   MOVE 'AJOUT EFFECTUE' TO MESS1PMI
                   MOVE DFHBLUE TO PNOPMC
                   PERFORM ENVOI-ECRAN
              WHEN -803
                   MOVE 'DOUBLON : CE PRODUIT EXISTE DEJA (PF7 POUR '
                     TO MESS1PMI
                   MOVE 'LE MODIFIER)' TO MESS2PMI
                   MOVE DFHRED TO PNOPMC
                   PERFORM ENVOI-ECRAN
              WHEN OTHER
                   MOVE 'ERREUR INSERT PRODUCTS' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * CONSULTATION (PF5) : LE PRODUIT EST AFFICHE   *
      * POUR ETRE CORRIGE PUIS VALIDE PAR PF7         *
      *************************************************
       CONSULTATION-PRODUIT.
           INSPECT PNOPMI REPLACING ALL '_' BY SPACES
           MOVE PNOPMI TO PRO-P-NO
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              SELECT DESCRIPTION, PRICE, UNIT_COST, STATUS,
                     REORDER_POINT, WEIGHT, BIN_LOC, WARRANTY_MONTHS
                INTO :PRO-DESCRIPTION, :PRO-PRICE, :PRO-UNIT-COST,
                     :PRO-STATUS, :PRO-REORDER-POINT, :PRO-WEIGHT,
                     :PRO-BIN-LOC, :PRO-WARRANTY-MONTHS
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE PRO-DESCRIPTION-TEXT TO DESCPMO
                   MOVE PRO-PRICE     TO WS-AMT-NUM
                   PERFORM FORMAT-MONTANT
                   MOVE WS-AMT-OUT    TO PRICEPMO
                   MOVE PRO-UNIT-COST TO WS-AMT-NUM
                   PERFORM FORMAT-MONTANT
                   MOVE WS-AMT-OUT    TO COSTPMO
                   MOVE PRO-WEIGHT    TO WS-AMT-NUM
                   PERFORM FORMAT-MONTANT
                   MOVE WS-AMT-OUT    TO WGTPMO
                   MOVE PRO-STATUS    TO STATPMO
                   MOVE PRO-REORDER-POINT TO WS-AUD-NUM
                   MOVE WS-AUD-NUM    TO ROPPMO
                   MOVE PRO-BIN-LOC   TO BINPMO
                   MOVE PRO-WARRANTY-MONTHS TO WS-NEW-WARR
                   MOVE WS-NEW-WARR   TO WARPMO
                   MOVE 'PRODUIT TROUVE (PF7 POUR MODIFIER)'
                     TO MESS1PMI
              WHEN +100
                   MOVE 'PRODUIT INTROUVABLE' TO MESS1PMI
                   MOVE DFHRED TO PNOPMC
              WHEN OTHER
                   MOVE 'ERREUR SELECT PRODUCTS' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * MODIFICATION (PF7) : LE PRODUIT DOIT EXISTER, *
      * LES MEMES CONTROLES S'APPLIQUENT ; LE PRIX DE *
      * VENTE N'EST PAS REPRIS (FLUX LPRODUCT)        *
      *************************************************
       MODIF-PRODUIT.
      *    IMAGES AVANT POUR LE JOURNAL D'AUDIT
           MOVE PNOPMI TO PRO-P-NO
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              SELECT DESCRIPTION, STATUS, REORDER_POINT, WEIGHT,
                     BIN_LOC, UNIT_COST, WARRANTY_MONTHS
                INTO :PRO-DESCRIPTION, :PRO-STATUS,
                     :PRO-REORDER-POINT, :PRO-WEIGHT,
                     :PRO-BIN-LOC, :PRO-UNIT-COST,
                     :PRO-WARRANTY-MONTHS
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE PRO-DESCRIPTION-TEXT TO WS-AUD-OLD-DESC
                   MOVE PRO-STATUS        TO WS-AUD-OLD-STATUS
                   MOVE PRO-REORDER-POINT TO WS-AUD-OLD-ROP
                   MOVE PRO-WEIGHT        TO WS-AUD-OLD-WEIGHT
                   MOVE PRO-BIN-LOC       TO WS-AUD-OLD-BIN
                   MOVE PRO-UNIT-COST     TO WS-AUD-OLD-COST
                   MOVE PRO-WARRANTY-MONTHS TO WS-AUD-OLD-WARR
                   PERFORM MISE-A-JOUR-PRODUIT
              WHEN +100
                   MOVE 'PRODUIT INTROUVABLE' TO MESS1PMI
                   MOVE DFHRED TO PNOPMC
              WHEN OTHER
                   MOVE 'ERREUR SELECT PRODUCTS' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

       MISE-A-JOUR-PRODUIT.
           PERFORM PREPARE-HOST-VARS
           EXEC SQL
              UPDATE PRODUCTS
                 SET DESCRIPTION = :PRO-DESCRIPTION,
                     STATUS = :PRO-STATUS,
                     REORDER_POINT = :PRO-REORDER-POINT,
                     WEIGHT = :PRO-WEIGHT,
                     BIN_LOC = :PRO-BIN-LOC,
                     UNIT_COST = :PRO-UNIT-COST,
                     WARRANTY_MONTHS = :PRO-WARRANTY-MONTHS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   PERFORM AUDIT-MODIF-PRODUIT
                   MOVE 'PRODUIT MODIFIE' TO MESS1PMI
                   MOVE DFHBLUE TO PNOPMC
              WHEN +100
                   MOVE 'PRODUIT INTROUVABLE' TO MESS1PMI
                   MOVE DFHRED TO PNOPMC
              WHEN OTHER
                   MOVE 'ERREUR UPDATE PRODUCTS' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * AUDIT DE LA MODIFICATION : UNE LIGNE PAR      *
      * CHAMP QUI A REELLEMENT CHANGE, IMAGE AVANT    *
      * ET APRES (MEME MECANIQUE QUE PGM1CMA)         *
      *************************************************
       AUDIT-MODIF-PRODUIT.
           MOVE PNOPMI TO KEY-AUD
           IF WS-AUD-OLD-DESC NOT = PRO-DESCRIPTION-TEXT
              MOVE 'DESCRIPTION'   TO FIELD-AUD
              MOVE WS-AUD-OLD-DESC TO OLDVAL-AUD
              MOVE PRO-DESCRIPTION-TEXT TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-STATUS NOT = PRO-STATUS
              MOVE 'STATUS'          TO FIELD-AUD
              MOVE WS-AUD-OLD-STATUS TO OLDVAL-AUD
              MOVE PRO-STATUS        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ROP NOT = PRO-REORDER-POINT
              MOVE 'REORDER_POINT'   TO FIELD-AUD
              MOVE WS-AUD-OLD-ROP    TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO OLDVAL-AUD
              MOVE PRO-REORDER-POINT TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-WEIGHT NOT = PRO-WEIGHT
              MOVE 'WEIGHT'          TO FIELD-AUD
              MOVE WS-AUD-OLD-WEIGHT TO WS-AMT-NUM
              PERFORM FORMAT-MONTANT
              MOVE WS-AMT-OUT        TO OLDVAL-AUD
              MOVE PRO-WEIGHT        TO WS-AMT-NUM
              PERFORM FORMAT-MONTANT
              MOVE WS-AMT-OUT        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-BIN NOT = PRO-BIN-LOC
              MOVE 'BIN_LOC'         TO FIELD-AUD
              MOVE WS-AUD-OLD-BIN    TO OLDVAL-AUD
              MOVE PRO-BIN-LOC       TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-COST NOT = PRO-UNIT-COST
              MOVE 'UNIT_COST'       TO FIELD-AUD
              MOVE WS-AUD-OLD-COST   TO WS-AMT-NUM
              PERFORM FORMAT-MONTANT
              MOVE WS-AMT-OUT        TO OLDVAL-AUD
              MOVE PRO-UNIT-COST     TO WS-AMT-NUM
              PERFORM FORMAT-MONTANT
              MOVE WS-AMT-OUT        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-WARR NOT = PRO-WARRANTY-MONTHS
              MOVE 'WARRANTY_MONTHS' TO FIELD-AUD
              MOVE WS-AUD-OLD-WARR   TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO OLDVAL-AUD
              MOVE PRO-WARRANTY-MONTHS TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF.

       CALC-LEN.
           MOVE WS-LEN-MAX TO WS-LEN
           PERFORM UNTIL WS-LEN = ZERO
                      OR WS-LEN-FIELD(WS-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LEN
           END-PERFORM.

       TRAIT-SAISIE.
           INITIALIZE MESS1PMO MESS2PMO
           PERFORM VERIF-SAISIE-PMA
           PERFORM VERIF-PRIX
           PERFORM AJOUT-PRODUIT.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1PMO MESS2PMO
           MOVE 'TOUCHE INVALIDE !' TO MESS1PMO
           MOVE DFHPINK TO MESS1PMC.

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
              WHEN EIBAID = DFHPF5
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1PMO MESS2PMO
                   PERFORM CONSULTATION-PRODUIT
              WHEN EIBAID = DFHPF7
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1PMO MESS2PMO
                   PERFORM VERIF-SAISIE-PMA
                   IF ALL-ZONES-OK
                      PERFORM MODIF-PRODUIT
                   END-IF
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
      * AVANT TOUTE ACTION - LE MENU NE PROPOSE QUE   *
      * LES FONCTIONS PERMISES, MAIS C'EST ICI QUE LE *
      * REFUS FAIT FOI                                *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE OR ROLE-WHS-ZONE
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
           MOVE 'PGM1PMA'  TO PROGRAM-AUD
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
