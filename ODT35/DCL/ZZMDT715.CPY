      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT715)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT715))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT715 ES EL RENDIMIENTO MENSUAL PONDERADO POR TIEMPO DE CADA *
      * CUENTA (35/ZMWSC284/ZMWSC285, 9722). MVALINI/MVALFIN SON LA    *
      * VALUACION AL CIERRE DEL MES ANTERIOR Y DEL MES: POSICION DEL   *
      * LIBRO INTERNO (ZMDT708) AL VECTOR DE PRECIOS (ZMDT663) MAS EL  *
      * SALDO DEL LIBRO DE EFECTIVO (ZMDT700). MFLUJOS SON LOS FLUJOS  *
      * EXTERNOS DEL MES (DEPOSITOS Y RETIROS DE EFECTIVO SPEI O       *
      * MANUALES, TRASPASOS Y SALDOS INICIALES DE TITULOS AL PRECIO DE *
      * SU FECHA) Y MFLUJOPOND LOS MISMOS PONDERADOS POR LOS DIAS QUE  *
      * ESTUVIERON INVERTIDOS (DIETZ MODIFICADO). PRENDMES ES EL       *
      * RENDIMIENTO DEL MES EN FRACCION; PRENDANIO Y PREND12M LO       *
      * ENCADENAN CON LOS MESES ANTERIORES DEL EJERCICIO Y DE LOS      *
      * ULTIMOS DOCE MESES (NMESES12 MESES CON DATO). NSINPRECIO       *
      * CUENTA LAS EMISORAS VALUADAS EN CERO POR FALTA DE PRECIO.      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT715 TABLE
           ( ZM715_IEMPR                    CHAR(3) NOT NULL,
             ZM715_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM715_IANIO                    DECIMAL(4, 0) NOT NULL,
             ZM715_IMES                     DECIMAL(2, 0) NOT NULL,
             ZM715_MVALINI                  DECIMAL(15, 2) NOT NULL,
             ZM715_MVALFIN                  DECIMAL(15, 2) NOT NULL,
             ZM715_MFLUJOS                  DECIMAL(15, 2) NOT NULL,
             ZM715_MFLUJOPOND               DECIMAL(15, 2) NOT NULL,
             ZM715_PRENDMES                 DECIMAL(9, 6) NOT NULL,
             ZM715_PRENDANIO                DECIMAL(9, 6) NOT NULL,
             ZM715_PREND12M                 DECIMAL(9, 6) NOT NULL,
             ZM715_NMESES12                 DECIMAL(2, 0) NOT NULL,
             ZM715_NSINPRECIO               DECIMAL(5, 0) NOT NULL,
             ZM715_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT715                   *
      ******************************************************************
       01  DCLZMDT715.
           10 ZM715-IEMPR          PIC X(3).
           10 ZM715-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM715-IANIO          PIC S9(4)V USAGE COMP-3.
           10 ZM715-IMES           PIC S9(2)V USAGE COMP-3.
           10 ZM715-MVALINI        PIC S9(13)V99 USAGE COMP-3.
           10 ZM715-MVALFIN        PIC S9(13)V99 USAGE COMP-3.
           10 ZM715-MFLUJOS        PIC S9(13)V99 USAGE COMP-3.
           10 ZM715-MFLUJOPOND     PIC S9(13)V99 USAGE COMP-3.
           10 ZM715-PRENDMES       PIC S9(3)V9(6) USAGE COMP-3.
           10 ZM715-PRENDANIO      PIC S9(3)V9(6) USAGE COMP-3.
           10 ZM715-PREND12M       PIC S9(3)V9(6) USAGE COMP-3.
           10 ZM715-NMESES12       PIC S9(2)V USAGE COMP-3.
           10 ZM715-NSINPRECIO     PIC S9(5)V USAGE COMP-3.
           10 ZM715-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
