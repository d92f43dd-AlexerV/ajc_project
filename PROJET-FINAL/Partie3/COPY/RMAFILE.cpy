          05 RMA-O-NO      PIC 9(4).
          05 RMA-P-NO      PIC X(4).
          05 RMA-QTY       PIC S9(2)V USAGE COMP-3.
      *    MOTIF WRP : REPARATION SOUS GARANTIE (WARCLAIM) - LE LOT
      *    REVIENT CHEZ NOUS MAIS AUCUN AVOIR N'EST EMIS (RMACONF)
          05 RMA-REASON    PIC X(3).
             88 RMA-WARRANTY-REPAIR     VALUE 'WRP'.
          05 RMA-DECISION  PIC X.
             88 RMA-SCRAP               VALUE 'S'.
          05 RMA-DATE      PIC X(10).
