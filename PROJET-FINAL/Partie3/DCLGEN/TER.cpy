      ******************************************************************
      * DCLGEN TABLE(API1.TERRITORIES)                                 *
      *        LIBRARY(API1.SOURCE.COPY(TER))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TER-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  SECTEURS DE VENTE : UN SECTEUR COUVRE UNE TRANCHE DE CODES    *
      *  POSTAUX (ZIP_FROM A ZIP_TO, BORNES COMPRISES) DANS UN ETAT ET *
      *  APPARTIENT A UN VENDEUR DE EMPLOYEES (E_NO). TOUT L'ETAT =    *
      *  00000 A 99999 ; SI DEUX SECTEURS SE CHEVAUCHENT, LE PLUS      *
      *  ETROIT L'EMPORTE. MAINTENU EN LIGNE PAR PGM1TER (AVEC AUDIT), *
      *  LU PAR LE SOUS-PROGRAMME TERRSEL A LA CREATION DES COMMANDES  *
      *  ET PAR TERRRPT ; SREASSGN PEUT DEPLACER UN SECTEUR ENTIER.    *
      ******************************************************************
           EXEC SQL DECLARE API1.TERRITORIES TABLE
           ( TERR_ID                        CHAR(4) NOT NULL,
             DESCRIPTION                    VARCHAR(30) NOT NULL,
             STATE                          CHAR(2) NOT NULL,
             ZIP_FROM                       CHAR(5) NOT NULL,
             ZIP_TO                         CHAR(5) NOT NULL,
             E_NO                           DECIMAL(2, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.TERRITORIES                   *
      ******************************************************************
       01  DCLTERRITORIES.
      *    *************************************************************
      *                       TERR_ID
           10 TER-TERR-ID           PIC X(4).
      *    *************************************************************
           10 TER-DESCRIPTION.
      *                       DESCRIPTION LENGTH
              49 TER-DESCRIPTION-LEN   PIC S9(4) USAGE COMP.
      *                       DESCRIPTION
              49 TER-DESCRIPTION-TEXT  PIC X(30).
      *    *************************************************************
      *                       STATE
           10 TER-STATE             PIC X(2).
      *    *************************************************************
      *                       ZIP_FROM
           10 TER-ZIP-FROM          PIC X(5).
      *    *************************************************************
      *                       ZIP_TO
           10 TER-ZIP-TO            PIC X(5).
      *    *************************************************************
      *                       E_NO (VENDEUR TITULAIRE)
           10 TER-E-NO              PIC S9(2)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
