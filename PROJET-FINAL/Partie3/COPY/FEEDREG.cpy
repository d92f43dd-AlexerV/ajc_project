      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.FEEDREG.DATA (KSDS FFEEDREG) *
      *  REGISTRE DES FLUX ENTRANTS ATTENDUS PAR LA CHAINE DE NUIT  *
      *  (LPRODUCT, LORDERS, FREMIT, FACKFEED, FSUPINV, FPODFEED,   *
      *  FFRTBILL, FCARDSTL...) : UNE FICHE PAR FLUX, CLE = NOM DU  *
      *  FICHIER LOGIQUE LU PAR LE PROGRAMME CONSOMMATEUR.          *
      *  JOURS ATTENDUS : MASQUE LUNDI..DIMANCHE ('Y' = ATTENDU),   *
      *  RESTREINT AUX JOURS OUVRES DU CALENDRIER D'ATELIER         *
      *  (BUSDATE) QUAND FRG-BUSDAY-ONLY = 'Y'. FRG-CUTOFF EST      *
      *  L'HEURE LIMITE HH:MM (LA NUIT VA DE MIDI A MIDI : 02:00    *
      *  EST LE LENDEMAIN MATIN), FRG-MIN-COUNT LE NOMBRE MINIMAL   *
      *  PLAUSIBLE D'ENREGISTREMENTS. LA PARTIE SUIVI EST TENUE PAR *
      *  FEEDMON POUR LA NUIT EN COURS : ' ' = ATTENDU, 'A' =       *
      *  ARRIVE A L'HEURE, 'S' = ARRIVE TROP COURT, 'M' = ABSENT A  *
      *  L'HEURE LIMITE (ALERTE LEVEE), 'L' = ARRIVE APRES L'HEURE  *
      *  LIMITE, 'N' = PAS ATTENDU CETTE NUIT.                      *
      ***************************************************************
       01 FRG-ENR.
          05 FRG-FEED-ID       PIC X(8).
          05 FRG-SOURCE        PIC X(30).
          05 FRG-CONSUMER      PIC X(8).
          05 FRG-WEEKDAYS      PIC X(7).
          05 FRG-BUSDAY-ONLY   PIC X.
             88 FRG-BUSINESS-DAYS          VALUE 'Y'.
          05 FRG-CUTOFF        PIC X(5).
          05 FRG-MIN-COUNT     PIC 9(7).
          05 FRG-CUR-DATE      PIC X(8).
          05 FRG-CUR-STATUS    PIC X.
             88 FRG-WAITING                VALUE ' '.
             88 FRG-ON-TIME                VALUE 'A'.
             88 FRG-SHORT                  VALUE 'S'.
             88 FRG-MISSED                 VALUE 'M'.
             88 FRG-LATE                   VALUE 'L'.
             88 FRG-NOT-EXPECTED           VALUE 'N'.
          05 FRG-CUR-TIME      PIC X(8).
          05 FRG-CUR-COUNT     PIC 9(7).
          05 FILLER            PIC X(30).
