       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM1TER.
      **********************************************
      * MAINTENANCE DES SECTEURS DE VENTE EN LIGNE :*
      * AJOUT (ENTER, AVEC ECRAN DE CONFIRMATION    *
      * COMME PGM1PMA), CONSULTATION (PF5) ET       *
      * MODIFICATION (PF7) DE TERRITORIES -         *
      * DESCRIPTION, ETAT, TRANCHE DE CODES POSTAUX *
      * (BLANC = TOUT L'ETAT, 00000 A 99999) ET     *
      * VENDEUR TITULAIRE, QUI DOIT EXISTER DANS    *
      * EMPLOYEES. LE TITULAIRE EST ATTRIBUE PAR    *
      * TERRSEL AUX COMMANDES SANS VENDEUR VALIDE.  *
      * CHAQUE CHAMP MODIFIE EST TRACE DANS LE      *
      * JOURNAL AUDITLG1 (VOIR AUDRPT). RESERVE AU  *
      * PROFIL ADMINISTRATEUR.                      *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      **********************************************
      * DESCRIPTION DES TOUCHES FONCTIONS          *
      **********************************************
       COPY DFHAID.
      **********************************************
      * DESCRIPTION DES ATTRIBUTS                  *
      **********************************************
       COPY DFHBMSCA.
      **********************************************
      * DESCRIPTION DE LA MAP                      *
      **********************************************
       COPY MS1TER.
      **********************************************
      * DESCRIPTION DES TABLES ET FICHIERS         *
      **********************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE TER
           END-EXEC

           EXEC SQL
               INCLUDE EMP
           END-EXEC

       COPY ZONE.
       COPY AUDITREC.

       COPY PARAMREC.

       77 WS-TEMPS       PIC S9(15) COMP-3.
       77 WS-CD-ERR      PIC 99.
       77 WS-CD-ERR2     PIC 99.
       77 WS-ERR-MESS    PIC X(50) VALUE 'FIN NORMALE'.
       77 WS-CD-ERRQ     PIC 99.

       77 WS-MSG         PIC X(55).

      *************************************************
      * IMAGES AVANT DU SECTEUR POUR LE JOURNAL       *
      * D'AUDIT : UNE LIGNE PAR CHAMP REELLEMENT      *
      * MODIFIE, AVANT/APRES (VOIR AUDITREC)          *
      *************************************************
       77 WS-AUD-OLD-DESC    PIC X(30) VALUE SPACES.
       77 WS-AUD-OLD-STATE   PIC X(2) VALUE SPACES.
       77 WS-AUD-OLD-ZIPF    PIC X(5) VALUE SPACES.
       77 WS-AUD-OLD-ZIPT    PIC X(5) VALUE SPACES.
       77 WS-AUD-OLD-ENO     PIC S9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-AUD-NUM         PIC 9(2) VALUE ZERO.

       77 WS-NEW-ENO         PIC 9(2) VALUE ZERO.

      *************************************************
      * LONGUEUR UTILE DES ZONES VARCHAR (BLANCS DE   *
      * FIN EXCLUS), CALCULEE COMME DANS PRO15        *
      *************************************************
       01 WS-LEN-FIELD   PIC X(100).
       77 WS-LEN         PIC S9(4) COMP VALUE 0.
       77 WS-LEN-MAX     PIC S9(4) COMP VALUE 0.

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE *
      *************************************************

       01 FILLER PIC 9.
          88 ALL-ZONES-OK  VALUE 0.
          88 MANQUE-ZONE   VALUE 1.

       77 UNDERSCORE    PIC X(79) VALUE ALL '_'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(70).

       PROCEDURE DIVISION USING DFHCOMMAREA.

            EVALUATE EIBTRNID
                WHEN 'T1EF'
                     IF EIBCALEN = ZERO
                            MOVE 'NON AUTHENTIFIE!'
                              TO WS-ERR-MESS
                            PERFORM FIN-TOTALE
                     ELSE
                            MOVE DFHCOMMAREA TO ZONE
                            PERFORM CONTROLE-AUTORISATION
                            PERFORM CONTROLE-QUIESCE
                            IF LOGGED AND PREV-PGM = 'PGM1LOG'
                               MOVE LOW-VALUE TO MAP1TERO
                               MOVE SPACES TO CONFIRM-TER-ZONE
                               PERFORM ENVOI-ECRAN
                            END-IF
                            PERFORM GESTION-TOUCHES
                     END-IF
                WHEN OTHER
                     MOVE LOW-VALUE TO MAP1TERO
            END-EVALUATE
            PERFORM ENVOI-ECRAN.
      *************************************************
      * PARAGRAPHES                                   *
      *************************************************
       ENVOI-ECRAN.
            MOVE 'SECTEURS DE VENTE' TO LIBMAPTRO
            EXEC CICS ASKTIME
                  ABSTIME (WS-TEMPS)
            END-EXEC

            EXEC CICS
               FORMATTIME ABSTIME (WS-TEMPS)
               DDMMYY (DATEJTRO)
               DATESEP('/')
               TIME (HEURETRO)
               TIMESEP(':')
            END-EXEC

            EXEC CICS
              SEND MAP('MAP1TER')
                   MAPSET('MS1TER')
                   FROM (MAP1TERO)
                   RESP (WS-CD-ERR)
                   ERASE
                   CURSOR
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR SEND' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF
            MOVE 'PGM1TER' TO PREV-PGM

            EXEC CICS
                 RETURN TRANSID ('T1EF')
                 COMMAREA (ZONE)
                 LENGTH (LENGTH OF ZONE)
            END-EXEC
            .

       LECT-ECRAN.
            EXEC CICS
                 RECEIVE MAP ('MAP1TER')
                         MAPSET ('MS1TER')
                         RESP (WS-CD-ERR)
            END-EXEC

            IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
                         MOVE 'ERR RECE' TO WS-ERR-MESS
                         PERFORM FIN-TOTALE
            END-IF.

       VERIF-SAISIE-TER.
           INSPECT TIDTRI   REPLACING ALL '_' BY SPACES
           INSPECT DESCTRI  REPLACING ALL '_' BY SPACES
           INSPECT STATTRI  REPLACING ALL '_' BY SPACES
           INSPECT ZIPFTRI  REPLACING ALL '_' BY SPACES
           INSPECT ZIPTTRI  REPLACING ALL '_' BY SPACES
           INSPECT ENOTRI   REPLACING ALL '_' BY SPACES
           INSPECT CONFTRI  REPLACING ALL '_' BY SPACES

           SET ALL-ZONES-OK TO TRUE

           IF TIDTRI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO TIDTRC
              MOVE 'LE CHAMP SECTEUR EST OBLIGATOIRE !' TO MESS1TRI
           END-IF
           IF DESCTRI = SPACES
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO DESCTRC
              MOVE 'LE CHAMP DESCRIPTION EST OBLIGATOIRE !'
                TO MESS1TRI
           END-IF
           IF STATTRI = SPACES OR STATTRI(1:1) = SPACE
              OR STATTRI(2:1) = SPACE
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO STATTRC
              MOVE 'L''ETAT (2 CARACTERES) EST OBLIGATOIRE !'
                TO MESS1TRI
           END-IF
      *    TRANCHE FACULTATIVE : BORNES BLANCHES = TOUT L'ETAT
           IF ZIPFTRI = SPACES
              MOVE '00000' TO ZIPFTRI
           END-IF
           IF ZIPTTRI = SPACES
              MOVE '99999' TO ZIPTTRI
           END-IF
           IF ZIPFTRI IS NOT NUMERIC OR ZIPTTRI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ZIPFTRC
              MOVE DFHRED TO ZIPTTRC
              MOVE 'LES CODES POSTAUX DOIVENT ETRE NUMERIQUES !'
                TO MESS1TRI
           ELSE
              IF ZIPFTRI > ZIPTTRI
                 SET MANQUE-ZONE TO TRUE
                 MOVE DFHRED TO ZIPFTRC
                 MOVE DFHRED TO ZIPTTRC
                 MOVE 'CODE POSTAL DE DEBUT SUPERIEUR A CELUI DE FIN !'
                   TO MESS1TRI
              END-IF
           END-IF
           IF ENOTRI IS NOT NUMERIC
              SET MANQUE-ZONE TO TRUE
              MOVE DFHRED TO ENOTRC
              MOVE 'LE VENDEUR TITULAIRE DOIT ETRE NUMERIQUE !'
                TO MESS1TRI
           ELSE
              MOVE ENOTRI TO WS-NEW-ENO
              PERFORM CONTROLE-VENDEUR
           END-IF
           .

      *************************************************
      * LE TITULAIRE DOIT EXISTER DANS EMPLOYEES :    *
      * TERRSEL L'ATTRIBUE TEL QUEL AUX COMMANDES     *
      *************************************************
       CONTROLE-VENDEUR.
           MOVE WS-NEW-ENO TO EMP-E-NO
           EXEC SQL
              SELECT E_NO
                INTO :EMP-E-NO
                FROM EMPLOYEES
               WHERE E_NO = :EMP-E-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   CONTINUE
              WHEN +100
                   SET MANQUE-ZONE TO TRUE
                   MOVE DFHRED TO ENOTRC
                   MOVE 'VENDEUR TITULAIRE INCONNU !' TO MESS1TRI
              WHEN OTHER
                   MOVE 'ERREUR SELECT EMPLOYEES' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * AJOUT AVEC ECRAN DE CONFIRMATION, COMME       *
      * AJOUT-PRODUIT DANS PGM1PMA                    *
      *************************************************
       AJOUT-SECTEUR.
           IF ALL-ZONES-OK
              IF CONFIRM-TER-ZONE = TIDTRI AND CONFTRI = 'O'
                 PERFORM INSERTION-SECTEUR
              ELSE
                 IF CONFIRM-TER-ZONE = TIDTRI AND CONFTRI = 'N'
                    MOVE SPACES TO CONFIRM-TER-ZONE
                    MOVE 'AJOUT ANNULE' TO MESS1TRI
                    PERFORM ENVOI-ECRAN
                 ELSE
                    MOVE TIDTRI TO CONFIRM-TER-ZONE
                    MOVE DFHPINK TO CONFTRC
                    MOVE SPACES TO WS-MSG
                    STRING
                         'CONFIRMER AJOUT DE ' DELIMITED BY SIZE
                         TIDTRI               DELIMITED BY SIZE
                         ' ? TAPER O OU N DANS CONF, PUIS ENTER'
                                              DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1TRI
                    PERFORM ENVOI-ECRAN
                 END-IF
              END-IF
           END-IF.

       PREPARE-HOST-VARS.
           MOVE TIDTRI TO TER-TERR-ID
           MOVE DESCTRI TO TER-DESCRIPTION-TEXT
           MOVE SPACES TO WS-LEN-FIELD
           MOVE DESCTRI TO WS-LEN-FIELD(1:30)
           MOVE 30 TO WS-LEN-MAX
           PERFORM CALC-LEN
           MOVE WS-LEN TO TER-DESCRIPTION-LEN
           MOVE STATTRI    TO TER-STATE
           MOVE ZIPFTRI    TO TER-ZIP-FROM
           MOVE ZIPTTRI    TO TER-ZIP-TO
           MOVE WS-NEW-ENO TO TER-E-NO.

       INSERTION-SECTEUR.
           MOVE SPACES TO CONFIRM-TER-ZONE
           PERFORM PREPARE-HOST-VARS
           EXEC SQL
              INSERT INTO TERRITORIES (TERR_ID, DESCRIPTION, STATE,
                     ZIP_FROM, ZIP_TO, E_NO)
              VALUES (:TER-TERR-ID, :TER-DESCRIPTION, :TER-STATE,
                      :TER-ZIP-FROM, :TER-ZIP-TO, :TER-E-NO)
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE TIDTRI TO KEY-AUD
                   MOVE 'CREATION'     TO FIELD-AUD
                   MOVE SPACES         TO OLDVAL-AUD
                   MOVE DESCTRI        TO NEWVAL-AUD
                   PERFORM ECRITURE-AUDIT
                   MOVE 'AJOUT EFFECTUE' TO MESS1TRI
                   MOVE DFHBLUE TO TIDTRC
                   PERFORM ENVOI-ECRAN
              WHEN -803
                   MOVE 'DOUBLON : CE SECTEUR EXISTE DEJA (PF7 POUR '
                     TO MESS1TRI
                   MOVE 'LE MODIFIER)' TO MESS2TRI
                   MOVE DFHRED TO TIDTRC
                   PERFORM ENVOI-ECRAN
              WHEN OTHER
                   MOVE 'ERREUR INSERT TERRITORIES' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * CONSULTATION (PF5) : LE SECTEUR EST AFFICHE   *
      * POUR ETRE CORRIGE PUIS VALIDE PAR PF7         *
      *************************************************
       CONSULTATION-SECTEUR.
           INSPECT TIDTRI REPLACING ALL '_' BY SPACES
           MOVE TIDTRI TO TER-TERR-ID
           MOVE SPACES TO TER-DESCRIPTION-TEXT
           EXEC SQL
              SELECT DESCRIPTION, STATE, ZIP_FROM, ZIP_TO, E_NO
                INTO :TER-DESCRIPTION, :TER-STATE, :TER-ZIP-FROM,
                     :TER-ZIP-TO, :TER-E-NO
                FROM TERRITORIES
               WHERE TERR_ID = :TER-TERR-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE TER-DESCRIPTION-TEXT TO DESCTRO
                   MOVE TER-STATE     TO STATTRO
                   MOVE TER-ZIP-FROM  TO ZIPFTRO
                   MOVE TER-ZIP-TO    TO ZIPTTRO
                   MOVE TER-E-NO      TO WS-AUD-NUM
                   MOVE WS-AUD-NUM    TO ENOTRO
                   MOVE 'SECTEUR TROUVE (PF7 POUR MODIFIER)'
                     TO MESS1TRI
              WHEN +100
                   MOVE 'SECTEUR INTROUVABLE' TO MESS1TRI
                   MOVE DFHRED TO TIDTRC
              WHEN OTHER
                   MOVE 'ERREUR SELECT TERRITORIES' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * MODIFICATION (PF7) : LE SECTEUR DOIT EXISTER, *
      * LES MEMES CONTROLES S'APPLIQUENT ; LES        *
      * COMMANDES DEJA PASSEES GARDENT LEUR VENDEUR   *
      * (SREASSGN POUR LES REPOINTER)                 *
      *************************************************
       MODIF-SECTEUR.
      *    IMAGES AVANT POUR LE JOURNAL D'AUDIT
           MOVE TIDTRI TO TER-TERR-ID
           MOVE SPACES TO TER-DESCRIPTION-TEXT
           EXEC SQL
              SELECT DESCRIPTION, STATE, ZIP_FROM, ZIP_TO, E_NO
                INTO :TER-DESCRIPTION, :TER-STATE, :TER-ZIP-FROM,
                     :TER-ZIP-TO, :TER-E-NO
                FROM TERRITORIES
               WHERE TERR_ID = :TER-TERR-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   MOVE TER-DESCRIPTION-TEXT TO WS-AUD-OLD-DESC
                   MOVE TER-STATE         TO WS-AUD-OLD-STATE
                   MOVE TER-ZIP-FROM      TO WS-AUD-OLD-ZIPF
                   MOVE TER-ZIP-TO        TO WS-AUD-OLD-ZIPT
                   MOVE TER-E-NO          TO WS-AUD-OLD-ENO
                   PERFORM MISE-A-JOUR-SECTEUR
              WHEN +100
                   MOVE 'SECTEUR INTROUVABLE' TO MESS1TRI
                   MOVE DFHRED TO TIDTRC
              WHEN OTHER
                   MOVE 'ERREUR SELECT TERRITORIES' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

       MISE-A-JOUR-SECTEUR.
           PERFORM PREPARE-HOST-VARS
           EXEC SQL
              UPDATE TERRITORIES
                 SET DESCRIPTION = :TER-DESCRIPTION,
                     STATE = :TER-STATE,
                     ZIP_FROM = :TER-ZIP-FROM,
                     ZIP_TO = :TER-ZIP-TO,
                     E_NO = :TER-E-NO
               WHERE TERR_ID = :TER-TERR-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                   PERFORM AUDIT-MODIF-SECTEUR
                   MOVE 'SECTEUR MODIFIE' TO MESS1TRI
                   MOVE DFHBLUE TO TIDTRC
              WHEN +100
                   MOVE 'SECTEUR INTROUVABLE' TO MESS1TRI
                   MOVE DFHRED TO TIDTRC
              WHEN OTHER
                   MOVE 'ERREUR UPDATE TERRITORIES' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * AUDIT DE LA MODIFICATION : UNE LIGNE PAR      *
      * CHAMP QUI A REELLEMENT CHANGE, IMAGE AVANT    *
      * ET APRES (MEME MECANIQUE QUE PGM1PMA)         *
      *************************************************
       AUDIT-MODIF-SECTEUR.
           MOVE TIDTRI TO KEY-AUD
           IF WS-AUD-OLD-DESC NOT = TER-DESCRIPTION-TEXT
              MOVE 'DESCRIPTION'   TO FIELD-AUD
              MOVE WS-AUD-OLD-DESC TO OLDVAL-AUD
              MOVE TER-DESCRIPTION-TEXT TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-STATE NOT = TER-STATE
              MOVE 'STATE'           TO FIELD-AUD
              MOVE WS-AUD-OLD-STATE  TO OLDVAL-AUD
              MOVE TER-STATE         TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ZIPF NOT = TER-ZIP-FROM
              MOVE 'ZIP_FROM'        TO FIELD-AUD
              MOVE WS-AUD-OLD-ZIPF   TO OLDVAL-AUD
              MOVE TER-ZIP-FROM      TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ZIPT NOT = TER-ZIP-TO
              MOVE 'ZIP_TO'          TO FIELD-AUD
              MOVE WS-AUD-OLD-ZIPT   TO OLDVAL-AUD
              MOVE TER-ZIP-TO        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF
           IF WS-AUD-OLD-ENO NOT = TER-E-NO
              MOVE 'E_NO'            TO FIELD-AUD
              MOVE WS-AUD-OLD-ENO    TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO OLDVAL-AUD
              MOVE TER-E-NO          TO WS-AUD-NUM
              MOVE WS-AUD-NUM        TO NEWVAL-AUD
              PERFORM ECRITURE-AUDIT
           END-IF.

       CALC-LEN.
           MOVE WS-LEN-MAX TO WS-LEN
           PERFORM UNTIL WS-LEN = ZERO
                      OR WS-LEN-FIELD(WS-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LEN
           END-PERFORM.

       TRAIT-SAISIE.
           INITIALIZE MESS1TRO MESS2TRO
           PERFORM VERIF-SAISIE-TER
           PERFORM AJOUT-SECTEUR.

       TOUCHE-INVALIDE.
           INITIALIZE MESS1TRO MESS2TRO
           MOVE 'TOUCHE INVALIDE !' TO MESS1TRO
           MOVE DFHPINK TO MESS1TRC.

       GESTION-TOUCHES.
      * RECUPERE LA TOUCHE PRESSEE
      * TOUCHE CLEAR
           INITIALIZE WS-MSG
           EVALUATE TRUE
              WHEN EIBAID = DFHCLEAR
                   MOVE 'BYE' TO WS-ERR-MESS
                   PERFORM FIN-TOTALE
              WHEN EIBAID = DFHENTER
                   PERFORM LECT-ECRAN
                   PERFORM TRAIT-SAISIE
              WHEN EIBAID = DFHPF5
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1TRO MESS2TRO
                   PERFORM CONSULTATION-SECTEUR
              WHEN EIBAID = DFHPF7
                   PERFORM LECT-ECRAN
                   INITIALIZE MESS1TRO MESS2TRO
                   PERFORM VERIF-SAISIE-TER
                   IF ALL-ZONES-OK
                      PERFORM MODIF-SECTEUR
                   END-IF
              WHEN OTHER
                   PERFORM TOUCHE-INVALIDE
           END-EVALUATE.

      *************************************************
      * FENETRE BATCH : LA CHAINE NOCTURNE LEVE LA    *
      * FICHE QUIESCE DE PARAMS1 PENDANT L'EXTRACTION *
      * POUR QU'AUCUNE MISE A JOUR NE COUPE LE        *
      * CURSEUR EN DEUX - LES TRANSACTIONS DE MAJ     *
      * REFUSENT POLIMENT, LES CONSULTATIONS          *
      * CONTINUENT                                    *
      *************************************************
       CONTROLE-QUIESCE.
           MOVE 'QUIESCE   ' TO OPR-KEY
           EXEC CICS
                READ DATASET ('PARAMS1')
                     INTO (OPR-ENR)
                     RIDFLD (OPR-KEY)
                     RESP (WS-CD-ERRQ)
           END-EXEC
           IF WS-CD-ERRQ = ZERO AND OPR-VALUE(1:1) = 'Y'
              MOVE 'BATCH EN COURS - MISES A JOUR SUSPENDUES'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * CONTROLE DU PROFIL D'AUTORISATION (ROLE-ZONE) *
      * AVANT TOUTE ACTION - LE MENU NE PROPOSE QUE   *
      * LES FONCTIONS PERMISES, MAIS C'EST ICI QUE LE *
      * REFUS FAIT FOI                                *
      *************************************************
       CONTROLE-AUTORISATION.
           IF ROLE-ADMIN-ZONE
              CONTINUE
           ELSE
              MOVE 'FONCTION NON AUTORISEE POUR CE PROFIL'
                TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

      *************************************************
      * LIGNE AU JOURNAL COMMUN DES MAINTENANCES      *
      * (ESDS AUDITLG1, VOIR AUDITREC) : AVANT/APRES  *
      * DU CHAMP MODIFIE, OPERATEUR ET HORODATAGE     *
      *************************************************
       ECRITURE-AUDIT.
           MOVE LOGIN-ZONE TO OPERATOR-AUD
           MOVE EIBTRNID   TO TRANSID-AUD
           MOVE 'PGM1TER'  TO PROGRAM-AUD
           EXEC CICS ASKTIME
                 ABSTIME (WS-TEMPS)
           END-EXEC
           EXEC CICS
              FORMATTIME ABSTIME (WS-TEMPS)
              YYYYMMDD (DATE-AUD)
              TIME (TIME-AUD)
              TIMESEP(':')
           END-EXEC
           EXEC CICS
              WRITE DATASET ('AUDITLG1')
                    FROM (ENR-AUD)
                    RESP (WS-CD-ERR2)
           END-EXEC
           IF WS-CD-ERR2 NOT EQUAL ZERO
              MOVE 'ERREUR WRITE AUDITLG1' TO WS-ERR-MESS
              PERFORM FIN-TOTALE
           END-IF.

        FIN-TOTALE.
           EXEC CICS
              SEND FROM (WS-ERR-MESS)
                   LENGTH (LENGTH OF WS-ERR-MESS)
                   WAIT
                   ERASE
              END-EXEC
              EXEC CICS    RETURN     END-EXEC.
