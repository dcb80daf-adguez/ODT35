      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT740)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT740))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT740 ES EL STAGING DE LOS SALDOS DE LA CONTABILIDAD GENERAL *
      * POR EMPRESA Y CUENTA DE LO QUE LE ENVIAMOS: TFUENTE 'C'        *
      * COMISIONES DEVENGADAS (POLIZA 9311), 'I' INTERESES (9435), 'G' *
      * CARGOS RECURRENTES (9547), DEL PERIODO IANIO/IMES, CON LA      *
      * FECHA DEL SALDO. LA INTERFAZ DIARIA LOS INSERTA PENDIENTES     *
      * (SPROCESO '0') Y 9869-CONCILIA-SALDOS-GL                       *
      * (35/ZMWSC316/ZMWSC317) LOS MARCA PROCESADOS ('1') AL           *
      * COMPARARLOS CONTRA ZMDT614/ZMDT660/ZMDT681.                    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT740 TABLE
           ( ZM740_IEMPR                    CHAR(3) NOT NULL,
             ZM740_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM740_TFUENTE                  CHAR(1) NOT NULL,
             ZM740_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM740_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM740_FSALDO                   DATE NOT NULL,
             ZM740_MSALDOGL                 DECIMAL(15, 2) NOT NULL,
             ZM740_SPROCESO                 CHAR(1) NOT NULL,
             ZM740_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT740                   *
      ******************************************************************
       01  DCLZMDT740.
           10 ZM740-IEMPR          PIC X(3).
           10 ZM740-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM740-TFUENTE        PIC X(1).
           10 ZM740-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM740-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM740-FSALDO         PIC X(10).
           10 ZM740-MSALDOGL       PIC S9(13)V99 USAGE COMP-3.
           10 ZM740-SPROCESO       PIC X(1).
           10 ZM740-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
