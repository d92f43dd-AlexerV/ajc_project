      *  PARAMETRE : DELAI DE REGLEMENT PAR DEFAUT (DUEDAYS),       *
      *  LIGNES PAR PAGE DE FACTURE (LINESPAGE), INTERVALLE DE      *
      *  COMMIT (COMMITINT), COMPTES DU GRAND LIVRE (GLACCT-xx) ET  *
      *  TAUX DE TVA PAR ETAT (TAXRATEee), NO DE VENDEUR (E_NO) DE  *
      *  L'OPERATEUR QUI EST AUSSI VENDEUR (VENDooooo, LU PAR       *
      *  SODRPT), HEURE CIBLE HH:MM DE FIN D'UN PROGRAMME BATCH     *
      *  (SLpppppppp) ET DE LA CHAINE (SLA-CHAINE, LUES PAR         *
      *  RUNTREND), NOMBRE DE PARTITIONS DE LA FACTURATION          *
      *  PARTITIONNEE (INVPARTS) ET TRANCHE DE C_NO DE CHACUNE      *
      *  (INVPARTnn = 'CCCCC-CCCCC', LUES PAR FACTPREP, CREAFACT ET *
      *  FACTMRG), CONSERVATION EN JOURS DES DEMANDES BATCH FINIES *
      *  (REQKEEPD, LUE PAR REQDISP). LA VALEUR EST PORTEE EN       *
      *  TEXTE, CADREE A GAUCHE.                                    *
      *  LES PROGRAMMES BATCH LA LISENT AU DEMARRAGE ET RETOMBENT   *
      *  SUR LEUR VALEUR COMPILEE QUAND LA FICHE (OU LE FICHIER)    *
      *  MANQUE ; PGM1PAR ASSURE LA MAINTENANCE EN LIGNE AVEC TRACE *
      *  DE QUI A CHANGE QUOI.                                      *
      ***************************************************************
       01 OPR-ENR.
          05 OPR-KEY           PIC X(10).
