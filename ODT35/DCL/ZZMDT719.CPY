      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT719)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT719))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT719 ES EL CASO DE SUCESION DE UNA CUENTA CUYO TITULAR      *
      * FALLECIO: UN RENGLON POR CASO (ISECSUC DEL SERVIDOR DE FOLIOS  *
      * ZMDT642). LO MANEJA 35/ZMWSC290/ZMWSC291. MIENTRAS EL CASO NO  *
      * ESTE CERRADO LA CUENTA QUEDA CONGELADA (9748: NO REGISTRA      *
      * CARTAS NI RETIROS). FDEFUNC/IACTA SON LA FECHA Y EL NUMERO DEL *
      * ACTA DE DEFUNCION, QUE ADEMAS QUEDA EN EL EXPEDIENTE ZMDT676.  *
      * SESTADO: 'A' ABIERTO (CONGELADA), 'P' REPARTO PROPUESTO        *
      * (ZMDT720), 'S' TRASPASO SOLICITADO (IUSRSOL), 'T' TRASPASADO   *
      * (IUSRAUT, USUARIO DISTINTO), 'C' CERRADO CON LA BAJA GUIADA DE *
      * LA CUENTA (9327/9328).                                         *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT719 TABLE
           ( ZM719_IEMPR                    CHAR(3) NOT NULL,
             ZM719_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM719_ISECSUC                  DECIMAL(9, 0) NOT NULL,
             ZM719_FDEFUNC                  DATE NOT NULL,
             ZM719_IACTA                    CHAR(20) NOT NULL,
             ZM719_IDOCSCAN                 CHAR(20),
             ZM719_SESTADO                  CHAR(1) NOT NULL,
             ZM719_IUSRALTA                 CHAR(8) NOT NULL,
             ZM719_FALTA                    TIMESTAMP NOT NULL,
             ZM719_IUSRSOL                  CHAR(8),
             ZM719_FSOLICIT                 TIMESTAMP,
             ZM719_IUSRAUT                  CHAR(8),
             ZM719_FAUTORIZ                 TIMESTAMP,
             ZM719_FCIERRE                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT719                   *
      ******************************************************************
       01  DCLZMDT719.
           10 ZM719-IEMPR          PIC X(3).
           10 ZM719-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM719-ISECSUC        PIC S9(9)V USAGE COMP-3.
           10 ZM719-FDEFUNC        PIC X(10).
           10 ZM719-IACTA          PIC X(20).
           10 ZM719-IDOCSCAN       PIC X(20).
           10 ZM719-SESTADO        PIC X(1).
           10 ZM719-IUSRALTA       PIC X(8).
           10 ZM719-FALTA          PIC X(26).
           10 ZM719-IUSRSOL        PIC X(8).
           10 ZM719-FSOLICIT       PIC X(26).
           10 ZM719-IUSRAUT        PIC X(8).
           10 ZM719-FAUTORIZ       PIC X(26).
           10 ZM719-FCIERRE        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
