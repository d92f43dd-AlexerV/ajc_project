      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.REQQUEUE.DATA (KSDS FREQQUE, *
      *  REQQUE1 EN LIGNE) : FILE D'ATTENTE DES DEMANDES BATCH      *
      *  DEPOSEES A L'ECRAN (TRANSACTION PGM1REQ) :                 *
      *   'I' = REIMPRESSION DE FACTURE (INVREPRT) ;                *
      *   'S' = RELEVE DE COMPTE CLIENT (CUSTSTMT) ;                *
      *   'A' = RECHERCHE DANS LES ARCHIVES (ARCHFIND).             *
      *  CLE = OPERATEUR + HORODATAGE DU DEPOT : L'ECRAN RELIT LES  *
      *  DEMANDES DE L'OPERATEUR SANS PARCOURIR CELLES DES AUTRES.  *
      *  REQ-CARD EST LA CARTE SYSIN DU PROGRAMME CIBLE, DEJA AU    *
      *  DESSIN DE CE PROGRAMME : LE REPARTITEUR REQDISP LA RECOPIE *
      *  TELLE QUELLE DANS LE FICHIER DE CARTES DU PASSAGE.         *
      *   'P' = EN ATTENTE DU PROCHAIN PASSAGE DE REQDISP ;         *
      *   'R' = REMISE AU PASSAGE REQ-RUN-ID, EN COURS ;            *
      *   'D' = TERMINEE, LA SORTIE EST DANS REQ-OUTPUT ;           *
      *   'F' = EN ECHEC (MOTIF DANS REQ-MSG) ;                     *
      *   'X' = ANNULEE PAR L'OPERATEUR AVANT SA PRISE EN CHARGE.   *
      ***************************************************************
       01 REQ-ENR.
          05 REQ-KEY.
             10 REQ-USER       PIC X(5).
             10 REQ-SUB-DATE   PIC X(8).
             10 REQ-SUB-TIME   PIC X(6).
          05 REQ-TYPE          PIC X.
             88 REQ-REPRINT                VALUE 'I'.
             88 REQ-STATEMENT              VALUE 'S'.
             88 REQ-ARCHIVE                VALUE 'A'.
          05 REQ-TERM          PIC X(4).
          05 REQ-STATUS        PIC X.
             88 REQ-PENDING                VALUE 'P'.
             88 REQ-RUNNING                VALUE 'R'.
             88 REQ-DONE                   VALUE 'D'.
             88 REQ-FAILED                 VALUE 'F'.
             88 REQ-CANCELLED              VALUE 'X'.
          05 REQ-CARD          PIC X(80).
      *       CARTE INVREPRT : UN NUMERO DE FACTURE (COL 1-9)
          05 REQ-INV-CARD REDEFINES REQ-CARD.
             10 REQ-INV-NO     PIC 9(9).
             10 FILLER         PIC X(71).
      *       CARTE CUSTSTMT : CLIENT, DATE DEBUT, DATE FIN
          05 REQ-STMT-CARD REDEFINES REQ-CARD.
             10 REQ-STMT-C-NO  PIC X(5).
             10 REQ-STMT-FROM  PIC X(10).
             10 REQ-STMT-TO    PIC X(10).
             10 FILLER         PIC X(55).
      *       CARTE ARCHFIND : TYPE DE RECHERCHE (O/C/D) ET CRITERE
          05 REQ-ARCH-CARD REDEFINES REQ-CARD.
             10 REQ-ARCH-TYPE  PIC X.
             10 REQ-ARCH-CRIT  PIC X(20).
             10 FILLER         PIC X(59).
      *       PASSAGE DE REQDISP QUI A PRIS LA DEMANDE (AAAAMMJJHHMMSS)
          05 REQ-RUN-ID        PIC X(14).
          05 REQ-END-DATE      PIC X(8).
          05 REQ-END-TIME      PIC X(6).
      *       OU TROUVER LE RESULTAT (DATASET OU CLASSE D'IMPRESSION)
          05 REQ-OUTPUT        PIC X(44).
          05 REQ-MSG           PIC X(30).
          05 FILLER            PIC X(20).
