      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT745)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT745))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT745 SON LAS INSTRUCCIONES QUE GENERA EL VENCIMIENTO DE UN  *
      * CONTRATO DE PRESTAMO DE VALORES (ZMDT743, 9884/9885/9890 DE    *
      * 35/ZMWSC318/ZMWSC319): TINSTR 'D' DEVOLUCION DE LOS TITULOS    *
      * DEL PRESTATARIO A LA CUENTA PRESTAMISTA                        *
      * (IEMISORA/ISERIE/CTITULOS) Y 'P' LIQUIDACION DEL PREMIO        *
      * DEVENGADO A FAVOR DE LA CUENTA (MIMPORTE). UN RENGLON POR      *
      * CONTRATO Y TIPO: SU EXISTENCIA ES LA MARCA DE "YA INSTRUIDO".  *
      * SENVIADO '0' PENDIENTE DE ENVIAR AL CUSTODIO/TESORERIA, '1'    *
      * ENVIADO CON FENVIO.                                            *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT745 TABLE
           ( ZM745_IEMPR                    CHAR(3) NOT NULL,
             ZM745_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM745_ISECPRES                 DECIMAL(9, 0) NOT NULL,
             ZM745_TINSTR                   CHAR(1) NOT NULL,
             ZM745_FVALOR                   DATE NOT NULL,
             ZM745_IPRESTAT                 CHAR(12) NOT NULL,
             ZM745_IEMISORA                 CHAR(7) NOT NULL,
             ZM745_ISERIE                   CHAR(8) NOT NULL,
             ZM745_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM745_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM745_SENVIADO                 CHAR(1) NOT NULL,
             ZM745_FGENERA                  TIMESTAMP NOT NULL,
             ZM745_FENVIO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT745                   *
      ******************************************************************
       01  DCLZMDT745.
           10 ZM745-IEMPR          PIC X(3).
           10 ZM745-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM745-ISECPRES       PIC S9(9)V USAGE COMP-3.
           10 ZM745-TINSTR         PIC X(1).
           10 ZM745-FVALOR         PIC X(10).
           10 ZM745-IPRESTAT       PIC X(12).
           10 ZM745-IEMISORA       PIC X(7).
           10 ZM745-ISERIE         PIC X(8).
           10 ZM745-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM745-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM745-SENVIADO       PIC X(1).
           10 ZM745-FGENERA        PIC X(26).
           10 ZM745-FENVIO         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
