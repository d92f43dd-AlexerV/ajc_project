      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME SUSPCTL (SUSPENS DES  *
      *  LIGNES REJETEES, KSDS FSUSPNS - VOIR SUSPENSE.CPY), APPELE *
      *  PAR LES CHARGEMENTS PRO15, ORDIMP ET INSNPT :              *
      *   - 'W' : ECRIT UNE LIGNE REJETEE (STATUT 'O') SOUS SP-KEY, *
      *           AVEC SP-PROGRAM, SP-REASON ET SP-DATA ;           *
      *   - 'N' : RAMENE LA PROCHAINE LIGNE LIBEREE ('L') DU FLUX   *
      *           SP-FEED APRES SP-KEY (SP-RUN-ID A BLANC ET        *
      *           SP-REC-NO A ZERO POUR PARTIR DU DEBUT) : CLE DANS *
      *           SP-KEY, IMAGE CORRIGEE DANS SP-DATA ET IMAGE      *
      *           RECUE DANS SP-ORIG-DATA ; SP-RC 10 = PLUS RIEN ;  *
      *   - 'R' : MARQUE SP-KEY REPRISE ('R') PAR LE PASSAGE        *
      *           SP-CUR-RUN ;                                      *
      *   - 'O' : REOUVRE SP-KEY ('O') AVEC LE NOUVEAU MOTIF        *
      *           SP-REASON - LIGNE REPRISE ET ENCORE REJETEE ;     *
      *   - 'F' : FERME LE FICHIER EN FIN DE CHARGEMENT.            *
      *  LE FICHIER EST OUVERT AU PREMIER APPEL (CREE S'IL EST      *
      *  ABSENT). SP-RC : 00 = OK, 10 = FIN DES LIGNES LIBEREES,    *
      *  16 = ERREUR FICHIER (LE CHARGEMENT ABANDONNE).             *
      ***************************************************************
       01 SP-PARM.
          05 SP-FUNC        PIC X.
          05 SP-KEY.
             10 SP-FEED     PIC X(8).
             10 SP-RUN-ID   PIC X(14).
             10 SP-REC-NO   PIC 9(7).
          05 SP-PROGRAM     PIC X(8).
          05 SP-CUR-RUN     PIC X(14).
          05 SP-REASON      PIC X(30).
          05 SP-DATA        PIC X(150).
          05 SP-ORIG-DATA   PIC X(150).
          05 SP-RC          PIC 99.
