      *   'A' ADMINISTRATEUR : TOUT                 *
      *   'S' VENTES   : COMMANDES, CONSULTATIONS,  *
      *                  CLIENTS                    *
      *   'W' ENTREPOT : PIECES, PRODUITS,          *
      *                  CONSULTATIONS, CONFIRMATION*
      *                  D'EXPEDITION               *
      *   'A', 'S', 'W' : CORRECTION DES REJETS DE  *
      *                  FLUX DE LEUR DOMAINE       *
      *   'A', 'S' : DEMANDES BATCH (DUPLICATAS,   *
      *                  RELEVES, ARCHIVES)         *
      *   'U' BASE     : MOT DE PASSE SEULEMENT     *
      **********************************************
       ENVIRONMENT DIVISION.
              MOVE '2 - CONSULTATION PRODUIT' TO M2MNI
              MOVE '5 - SUIVI DE COMMANDE'    TO M5MNI
           END-IF
      *    LA MAINTENANCE PRODUITS (OPTION R) PARTAGE LA LIGNE 2
           IF ROLE-ADMIN-ZONE OR ROLE-WHS-ZONE
              MOVE '2 - CONSULTATION PRODUIT (R = MAINT.)' TO M2MNI
      *       LA CONFIRMATION D'EXPEDITION (OPTION E) PARTAGE LA
      *       LIGNE 5
              MOVE '5 - SUIVI DE COMMANDE (E = EXPEDITION)' TO M5MNI
           END-IF
           IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
              MOVE '4 - SAISIE DE COMMANDE'     TO M4MNI
      *       LES DEMANDES BATCH (OPTION D) PARTAGENT LA LIGNE 7
              MOVE '7 - MAINT. CLIENTS (D = DEMANDES BATCH)'
                TO M7MNI
      *       LE RECOUVREMENT (OPTION C) PARTAGE LA LIGNE 6
              MOVE '6 - CONSULT. CLIENT (C = RECOUVREMENT)'
                TO M6MNI
           END-IF
           IF ROLE-ADMIN-ZONE
      *       LES SECTEURS DE VENTE (OPTION T) PARTAGENT LA LIGNE 8
              MOVE '8 - MAINTENANCE VENDEURS (T = SECTEURS)'
                TO M8MNI
              MOVE '9 - ADMINISTRATION DES COMPTES' TO M9MNI
              MOVE 'P - PARAMETRES D''EXPLOITATION' TO MESS2MNI
      *       LA VALIDATION DES PRIX FORCES (OPTION V) PARTAGE LA
      *       LIGNE 4
              MOVE '4 - SAISIE DE COMMANDE (V = PRIX FORCES)'
                TO M4MNI
           END-IF
           MOVE '3 - CHANGEMENT DE MOT DE PASSE' TO M3MNI
      *    LA CORRECTION DES REJETS DE FLUX (OPTION F) PARTAGE LA
      *    LIGNE 3
           IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE OR ROLE-WHS-ZONE
              MOVE '3 - MOT DE PASSE (F = REJETS DE FLUX)' TO M3MNI
           END-IF.

      *************************************************
      * CHOIX DE L'OPERATEUR : ON NE CHAINE QUE VERS  *
                 IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
                    MOVE 'T1ED' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'R'
                 IF ROLE-ADMIN-ZONE OR ROLE-WHS-ZONE
                    MOVE 'T1EE' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'T'
                 IF ROLE-ADMIN-ZONE
                    MOVE 'T1EF' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'C'
                 IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
                    MOVE 'T1EG' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'V'
                 IF ROLE-ADMIN-ZONE
                    MOVE 'T1EH' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'E'
                 IF ROLE-ADMIN-ZONE OR ROLE-WHS-ZONE
                    MOVE 'T1EI' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'F'
                 IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
                    OR ROLE-WHS-ZONE
                    MOVE 'T1EJ' TO WS-NEXT-TRAN
                 END-IF
              WHEN 'D'
                 IF ROLE-ADMIN-ZONE OR ROLE-SALES-ZONE
                    MOVE 'T1EK' TO WS-NEXT-TRAN
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
