      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.SUSPENSE.DATA (KSDS FSUSPNS, *
      *  SUSPNS1 EN LIGNE) : SUSPENS COMMUN DES LIGNES REJETEES PAR *
      *  LES CHARGEMENTS DE FLUX (PRO15 / LPRODUCT, ORDIMP /        *
      *  LORDERS, INSNPT / FNPT). CLE = FLUX + PASSAGE (AAAAMMJJ-   *
      *  HHMMSS DU DEMARRAGE DU CHARGEMENT) + NUMERO DE LA LIGNE    *
      *  DANS LE FLUX. LES FICHIERS REJET (REJPROD, REJORDER,       *
      *  REJPARTS) RESTENT LA TRACE DU PASSAGE ; LE SUSPENS EST CE  *
      *  QUE L'ON CORRIGE (TRANSACTION PGM1SUS) :                   *
      *   'O' = OUVERT, EN ATTENTE DE CORRECTION ;                  *
      *   'L' = CORRIGE ET LIBERE, LE PROCHAIN PASSAGE DU           *
      *         CHARGEMENT PROPRIETAIRE LE REPREND ;                *
      *   'R' = REPRIS PAR LE CHARGEMENT (SUS-PICK-RUN) ;           *
      *   'A' = ABANDONNE AVEC UN MOTIF (SUS-DISC-REASON).          *
      *  UNE LIGNE REPRISE ET ENCORE REJETEE REVIENT A 'O' AVEC LE  *
      *  NOUVEAU MOTIF (SUS-RESUB-COUNT + 1) SANS CHANGER DE CLE :  *
      *  SON AGE COURT TOUJOURS DEPUIS LE PREMIER REJET (SUSPAGE).  *
      *  SUS-DATA EST L'IMAGE COURANTE (CORRIGEE), SUS-ORIG-DATA    *
      *  L'IMAGE RECUE. LES FLUX DELIMITES Y SONT TELS QUE LUS ;    *
      *  LES FICHES FNPT (ZONES PACKEES) Y SONT MISES EN CLAIR EN   *
      *  COLONNES FIXES (VUE SUS-NPT-VIEW).                         *
      ***************************************************************
       01 SUS-ENR.
          05 SUS-KEY.
             10 SUS-FEED       PIC X(8).
             10 SUS-RUN-ID     PIC X(14).
             10 SUS-REC-NO     PIC 9(7).
          05 SUS-PROGRAM       PIC X(8).
          05 SUS-STATUS        PIC X.
             88 SUS-OPEN                   VALUE 'O'.
             88 SUS-RELEASED               VALUE 'L'.
             88 SUS-PICKED-UP              VALUE 'R'.
             88 SUS-DISCARDED              VALUE 'A'.
          05 SUS-REASON        PIC X(30).
          05 SUS-DATA          PIC X(150).
          05 SUS-NPT-VIEW REDEFINES SUS-DATA.
             10 SUS-NPT-PNO    PIC X(3).
             10 FILLER         PIC X.
             10 SUS-NPT-PNAME  PIC X(30).
             10 FILLER         PIC X.
             10 SUS-NPT-COLOR  PIC X(20).
             10 FILLER         PIC X.
             10 SUS-NPT-WEIGHT PIC X(2).
             10 FILLER         PIC X.
             10 SUS-NPT-CITY   PIC X(20).
             10 FILLER         PIC X.
             10 SUS-NPT-STOCK  PIC X(5).
             10 FILLER         PIC X.
             10 SUS-NPT-REORD  PIC X(5).
             10 FILLER         PIC X.
             10 SUS-NPT-BINLOC PIC X(6).
             10 FILLER         PIC X.
             10 SUS-NPT-INSP   PIC X.
             10 FILLER         PIC X.
             10 SUS-NPT-HOLD   PIC X(5).
             10 FILLER         PIC X(44).
          05 SUS-ORIG-DATA     PIC X(150).
          05 SUS-CRE-DATE      PIC X(8).
          05 SUS-RESUB-COUNT   PIC 9(3).
          05 SUS-UPD-BY        PIC X(5).
          05 SUS-UPD-DATE      PIC X(8).
          05 SUS-UPD-TIME      PIC X(8).
          05 SUS-DISC-REASON   PIC X(30).
          05 SUS-PICK-DATE     PIC X(8).
          05 SUS-PICK-RUN      PIC X(14).
          05 FILLER            PIC X(30).
