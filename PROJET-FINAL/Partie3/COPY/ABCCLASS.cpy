      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ABCCLASS.DATA (KSDS FABCCLS) *
      *  CLASSE ABC ET SUIVI DE L'INVENTAIRE TOURNANT, UNE FICHE    *
      *  PAR ARTICLE (CLE = CODE DES CARTES CYCLECNT : P_NO, OU PNO *
      *  DE PARTS1 SUIVI D'UN BLANC). LA CLASSE EST RECALCULEE      *
      *  CHAQUE MOIS PAR ABCCLASS (VALEUR CONSOMMEE ET ACTIVITE DES *
      *  DOUZE DERNIERS MOIS) ; CNTSCHED PLANIFIE LES COMPTAGES DUS *
      *  (ABC-SCHED-DATE) ET CYCLECNT NOTE LA DATE DU DERNIER       *
      *  COMPTAGE (ABC-LAST-COUNT, BLANC = JAMAIS COMPTE).          *
      ***************************************************************
       01 ABC-ENR.
          05 ABC-CODE          PIC X(4).
          05 ABC-KIND          PIC X.
             88 ABC-PRODUCT                VALUE 'P'.
             88 ABC-PART                   VALUE 'N'.
          05 ABC-CLASS         PIC X.
             88 ABC-CLASS-A                VALUE 'A'.
             88 ABC-CLASS-B                VALUE 'B'.
             88 ABC-CLASS-C                VALUE 'C'.
          05 ABC-USAGE-VALUE   PIC S9(9)V99 USAGE COMP-3.
          05 ABC-MOVE-COUNT    PIC 9(5).
          05 ABC-BIN-LOC       PIC X(6).
          05 ABC-DESCRIPTION   PIC X(30).
          05 ABC-CLASS-DATE    PIC X(10).
          05 ABC-LAST-COUNT    PIC X(10).
          05 ABC-SCHED-DATE    PIC X(10).
          05 ABC-SCHED-WHSE    PIC X(2).
          05 FILLER            PIC X(15).
