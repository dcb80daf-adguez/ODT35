      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT708)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT708))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT708 SON LOS MOVIMIENTOS DEL LIBRO INTERNO DE POSICION      *
      * (ZMDT707). ISECMOV SALE DEL SERVIDOR DE FOLIOS ZMDT642 POR     *
      * CUENTA. TMOVTO: 'F' EJECUCION DE CARTA (FILL DE ZMDT666, NACE  *
      * PENDIENTE Y PASA A LIQUIDADA CON LA LIQUIDACION DE LA CARTA EN *
      * 9343), 'E' EVENTO CORPORATIVO (ZMDT662, SALIDA DE LA SERIE     *
      * ANTERIOR Y ENTRADA DE LA NUEVA POR EL FACTOR), 'T' TRASPASO    *
      * ENTRE CUENTAS O CON OTRO CUSTODIO, 'I' SALDO INICIAL TOMADO    *
      * DEL FEED DEL CUSTODIO, 'N' ORDEN DE FONDO DE INVERSION         *
      * (ZMDT749, NACE PENDIENTE AL VALUARSE Y SE LIQUIDA EN SU        *
      * FECHA). CTITULOS CON SIGNO. SESTADO 'P'                        *
      * PENDIENTE DE LIQUIDAR, 'L' LIQUIDADO. ICONCEPT/ILINEA/ISECFILL *
      * LIGAN EL MOVIMIENTO AL FILL DE LA CARTA; IEVENTO AL EVENTO     *
      * CORPORATIVO.                                                   *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT708 TABLE
           ( ZM708_IEMPR                    CHAR(3) NOT NULL,
             ZM708_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM708_ISECMOV                  DECIMAL(9, 0) NOT NULL,
             ZM708_IEMISORA                 CHAR(7) NOT NULL,
             ZM708_ISERIE                   CHAR(8) NOT NULL,
             ZM708_TMOVTO                   CHAR(1) NOT NULL,
             ZM708_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM708_SESTADO                  CHAR(1) NOT NULL,
             ZM708_FVALOR                   DATE NOT NULL,
             ZM708_ICONCEPT                 DECIMAL(5, 0),
             ZM708_ILINEA                   DECIMAL(2, 0),
             ZM708_ISECFILL                 DECIMAL(5, 0),
             ZM708_IEVENTO                  DECIMAL(9, 0),
             ZM708_DREFER                   CHAR(40),
             ZM708_IUSUARIO                 CHAR(8) NOT NULL,
             ZM708_IPROGRAM                 CHAR(8) NOT NULL,
             ZM708_FSIST                    TIMESTAMP NOT NULL,
             ZM708_FLIQUIDA                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT708                   *
      ******************************************************************
       01  DCLZMDT708.
           10 ZM708-IEMPR          PIC X(3).
           10 ZM708-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM708-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM708-IEMISORA       PIC X(7).
           10 ZM708-ISERIE         PIC X(8).
           10 ZM708-TMOVTO         PIC X(1).
           10 ZM708-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM708-SESTADO        PIC X(1).
           10 ZM708-FVALOR         PIC X(10).
           10 ZM708-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM708-ILINEA         PIC S9(2)V USAGE COMP-3.
           10 ZM708-ISECFILL       PIC S9(5)V USAGE COMP-3.
           10 ZM708-IEVENTO        PIC S9(9)V USAGE COMP-3.
           10 ZM708-DREFER         PIC X(40).
           10 ZM708-IUSUARIO       PIC X(8).
           10 ZM708-IPROGRAM       PIC X(8).
           10 ZM708-FSIST          PIC X(26).
           10 ZM708-FLIQUIDA       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
