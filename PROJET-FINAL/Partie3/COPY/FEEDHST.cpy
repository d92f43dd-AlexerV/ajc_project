      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.FEEDHST.DATA (FFEEDHST)      *
      *  HISTORIQUE DES ARRIVEES DES FLUX ENTRANTS, ALIMENTE PAR    *
      *  FEEDMON (UNE LIGNE PAR CHANGEMENT D'ETAT, MEMES CODES QUE  *
      *  FRG-CUR-STATUS DE FEEDREG.CPY). LE DERNIER ETAT D'UNE NUIT *
      *  FAIT FOI : 'M' PUIS 'L' = ARRIVE EN RETARD. FH-DATE EST LA *
      *  DATE DU SOIR DE LA NUIT, FH-TIME L'HEURE OU LE MONITEUR A  *
      *  CONSTATE L'ETAT. C'EST CE FICHIER QU'ON REJOUE (FEEDMON    *
      *  FONCTION 'R') POUR MONTRER AU PARTENAIRE SES RETARDS       *
      *  HABITUELS.                                                 *
      ***************************************************************
       01 FH-ENR.
          05 FH-FEED-ID        PIC X(8).
          05 FH-DATE           PIC X(8).
          05 FH-STATUS         PIC X.
          05 FH-TIME           PIC X(8).
          05 FH-CUTOFF         PIC X(5).
          05 FH-COUNT          PIC 9(7).
          05 FH-MIN-COUNT      PIC 9(7).
          05 FILLER            PIC X(16).
