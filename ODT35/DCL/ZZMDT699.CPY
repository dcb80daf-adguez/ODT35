      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT699)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT699))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT699 ES LA ASIGNACION DE UNA OFERTA (ZMDT698) POR RENGLON   *
      * DE CARTA (ZMDT607): TITULOS SOLICITADOS CONTRA TITULOS         *
      * ASIGNADOS. LA GRABA LA CORRIDA DE ASIGNACION (9633, 35/        *
      * ZMWSC264/ZMWSC265) PRORRATA O POR PRIORIDAD DE GRUPO; UNA      *
      * NUEVA CORRIDA DE LA MISMA OFERTA BORRA Y REGRABA SUS RENGLONES.*
      * LA LLAVE ES LA DE ZMDT607 (IEMPR/ICUENTA/ICONCEPT/LINEA).      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT699 TABLE
           ( ZM699_IEMPR                    CHAR(3) NOT NULL,
             ZM699_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM699_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM699_LINEA                    DECIMAL(2, 0) NOT NULL,
             ZM699_IEMISORA                 CHAR(7) NOT NULL,
             ZM699_ISERIE                   CHAR(8) NOT NULL,
             ZM699_GRUPO                    DECIMAL(1, 0) NOT NULL,
             ZM699_GRUPOCTA                 DECIMAL(1, 0) NOT NULL,
             ZM699_CSOLICIT                 DECIMAL(15, 2) NOT NULL,
             ZM699_CASIGNA                  DECIMAL(15, 2) NOT NULL,
             ZM699_FASIGNA                  TIMESTAMP NOT NULL,
             ZM699_FREGCARTA                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT699                   *
      ******************************************************************
       01  DCLZMDT699.
           10 ZM699-IEMPR          PIC X(3).
           10 ZM699-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM699-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM699-LINEA          PIC S9(2)V USAGE COMP-3.
           10 ZM699-IEMISORA       PIC X(7).
           10 ZM699-ISERIE         PIC X(8).
           10 ZM699-GRUPO          PIC S9(1)V USAGE COMP-3.
           10 ZM699-GRUPOCTA       PIC S9(1)V USAGE COMP-3.
           10 ZM699-CSOLICIT       PIC S9(13)V99 USAGE COMP-3.
           10 ZM699-CASIGNA        PIC S9(13)V99 USAGE COMP-3.
           10 ZM699-FASIGNA        PIC X(26).
           10 ZM699-FREGCARTA      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
