      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT781)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT781))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT781 ES EL ARCHIVO DE TOTALES DE CONTROL DEL REPORTE        *
      * MENSUAL DE TENENCIA EN CUSTODIA AL REGULADOR: UN RENGLON POR   *
      * EMPRESA/PERIODO CON LA FECHA DE CORTE (ULTIMO DIA DEL MES), EL *
      * NUMERO DE REGISTROS REPORTADOS (UNO POR TIPO DE INSTRUMENTO Y  *
      * EMISORA), LOS TITULOS Y LA VALUACION EN MONEDA DE REPORTE      *
      * (PRECIOS DE ZMDT663; LAS CUENTAS DE MERCADO EXTRANJERO SE      *
      * CONVIERTEN VIA ZMDT647, 9368), LAS SERIES SIN PRECIO Y LAS     *
      * DIFERENCIAS CONTRA EL CUSTODIO (ZMDT624) DE LA HOJA DE         *
      * CONTROL. LA FUENTE ES EL LIBRO INTERNO DE POSICION (ZMDT707)   *
      * REGRESADO AL CORTE CON LOS MOVIMIENTOS LIQUIDADOS DESPUES      *
      * (ZMDT708). REGENERAR EL PERIODO REEMPLAZA EL RENGLON. VEA      *
      * 35/ZMWSC360/ZMWSC361.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT781 TABLE
           ( ZM781_IEMPR                    CHAR(3) NOT NULL,
             ZM781_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM781_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM781_FCORTE                   DATE NOT NULL,
             ZM781_NUMREG                   DECIMAL(7, 0) NOT NULL,
             ZM781_CTITULOS                 DECIMAL(17, 2) NOT NULL,
             ZM781_MVALOR                   DECIMAL(17, 2) NOT NULL,
             ZM781_NUMSINPRE                DECIMAL(5, 0) NOT NULL,
             ZM781_NUMDIFER                 DECIMAL(7, 0) NOT NULL,
             ZM781_IUSUARIO                 CHAR(8) NOT NULL,
             ZM781_FGENERA                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT781                   *
      ******************************************************************
       01  DCLZMDT781.
           10 ZM781-IEMPR          PIC X(3).
           10 ZM781-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM781-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM781-FCORTE         PIC X(10).
           10 ZM781-NUMREG         PIC S9(7)V USAGE COMP-3.
           10 ZM781-CTITULOS       PIC S9(15)V99 USAGE COMP-3.
           10 ZM781-MVALOR         PIC S9(15)V99 USAGE COMP-3.
           10 ZM781-NUMSINPRE      PIC S9(5)V USAGE COMP-3.
           10 ZM781-NUMDIFER       PIC S9(7)V USAGE COMP-3.
           10 ZM781-IUSUARIO       PIC X(8).
           10 ZM781-FGENERA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
