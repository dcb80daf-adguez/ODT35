      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT744)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT744))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT744 ES EL HISTORICO DE DEVENGO DIARIO DEL PREMIO DE LOS    *
      * CONTRATOS DE PRESTAMO DE VALORES (ZMDT743): UN RENGLON POR     *
      * CONTRATO Y FECHA CON EL VALOR PACTADO, LA TASA DE PREMIO Y EL  *
      * PREMIO DEL DIA (MVALOR * PPREMIO / 360). LO GRABA EL LOTE      *
      * DIARIO 9881-9883 (35/ZMWSC318/ZMWSC319), MISMO PATRON QUE EL   *
      * DEVENGO DE INTERESES (ZMDT660): RECORRER EL MISMO DIA          *
      * REEMPLAZA EL RENGLON. LA SUMA DE LOS RENGLONES DEL CONTRATO ES *
      * EL PREMIO A LIQUIDAR AL VENCIMIENTO.                           *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT744 TABLE
           ( ZM744_IEMPR                    CHAR(3) NOT NULL,
             ZM744_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM744_ISECPRES                 DECIMAL(9, 0) NOT NULL,
             ZM744_FECHA                    DATE NOT NULL,
             ZM744_MVALOR                   DECIMAL(15, 2) NOT NULL,
             ZM744_PPREMIO                  DECIMAL(7, 6) NOT NULL,
             ZM744_MPREMIO                  DECIMAL(15, 2) NOT NULL,
             ZM744_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT744                   *
      ******************************************************************
       01  DCLZMDT744.
           10 ZM744-IEMPR          PIC X(3).
           10 ZM744-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM744-ISECPRES       PIC S9(9)V USAGE COMP-3.
           10 ZM744-FECHA          PIC X(10).
           10 ZM744-MVALOR         PIC S9(13)V99 USAGE COMP-3.
           10 ZM744-PPREMIO        PIC S9(1)V9(6) USAGE COMP-3.
           10 ZM744-MPREMIO        PIC S9(13)V99 USAGE COMP-3.
           10 ZM744-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
