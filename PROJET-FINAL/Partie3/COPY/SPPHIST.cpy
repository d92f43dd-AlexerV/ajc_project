      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.SPPHIST.DATA (KSDS FSPPHIST) *
      *  HISTORIQUE DES CONDITIONS FOURNISSEUR (FSUPPART) : UNE     *
      *  FICHE PAR PIECE ET DATE D'EFFET, ECRITE PAR SUPPRICE A     *
      *  CHAQUE CHARGEMENT DU FICHIER DE PRIX D'UN FOURNISSEUR.     *
      *  UNE LIGNE A DATE D'EFFET FUTURE ATTEND ICI ('P') QUE SA    *
      *  DATE ARRIVE ; APPLIQUEE ('A'), LA FICHE GARDE L'ANCIEN ET  *
      *  LE NOUVEAU PRIX / MINIMUM / DELAI, LE FOURNISSEUR QUI A    *
      *  FOURNI LE NOUVEAU TARIF ET LA DATE DE SON FICHIER. UNE     *
      *  ATTENTE DEVENUE SANS OBJET (PIECE PASSEE A UN AUTRE        *
      *  FOURNISSEUR) EST ANNULEE ('X').                            *
      ***************************************************************
       01 SPH-ENR.
          05 SPH-KEY.
             10 SPH-PNO        PIC X(3).
             10 SPH-EFF-DATE   PIC X(10).
          05 SPH-STATUS        PIC X.
             88 SPH-PENDING                VALUE 'P'.
             88 SPH-APPLIED                VALUE 'A'.
             88 SPH-CANCELLED              VALUE 'X'.
          05 SPH-SUP-CODE      PIC X(4).
          05 SPH-FILE-DATE     PIC X(10).
          05 SPH-LOAD-DATE     PIC X(10).
          05 SPH-APPLY-DATE    PIC X(10).
          05 SPH-OLD-SUP-CODE  PIC X(4).
          05 SPH-OLD-PRICE     PIC S9(5)V9(2) USAGE COMP-3.
          05 SPH-NEW-PRICE     PIC S9(5)V9(2) USAGE COMP-3.
      *       MINIMUM ET DELAI : 'N' = ABSENTS DU FICHIER, LA VALEUR
      *       EN PLACE EST CONSERVEE A L'APPLICATION
          05 SPH-MOQ-SET       PIC X.
          05 SPH-OLD-MOQ       PIC S9(5) USAGE COMP-3.
          05 SPH-NEW-MOQ       PIC S9(5) USAGE COMP-3.
          05 SPH-LEAD-SET      PIC X.
          05 SPH-OLD-LEAD-DAYS PIC 9(3).
          05 SPH-NEW-LEAD-DAYS PIC 9(3).
          05 FILLER            PIC X(10).
