      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT728)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT728))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT728 ES EL REGISTRO DE FORMAS FISCALES DE ESTADOS UNIDOS    *
      * (W-8BEN, W-8BEN-E, W-9) QUE FIRMAN LOS TITULARES DE CUENTAS    *
      * CON MERCADO EXTRANJERO (CUENTA.IPAISMDO). UN RENGLON POR FORMA *
      * RECIBIDA, POR CUENTA Y TITULAR (ISECTIT 0 = TITULAR PRINCIPAL, *
      * N = COTITULAR N DE ZMDT686). FVENCE ES EL ULTIMO DIA DEL       *
      * TERCER ANIO CALENDARIO SIGUIENTE AL DE LA FIRMA; PTRATADO ES   *
      * LA TASA DE RETENCION REDUCIDA POR TRATADO QUE RECLAMA LA FORMA *
      * (NULA SI NO RECLAMA). AL REGISTRAR UNA FORMA NUEVA LA ANTERIOR *
      * DEL MISMO TITULAR QUEDA SUSTITUIDA (SVIGEN '0'). LA FORMA      *
      * VIGENTE DEFINE LA TASA DE RETENCION DE LOS INGRESOS DEL        *
      * MERCADO EXTRANJERO (35/ZMWSC302/ZMWSC303).                     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT728 TABLE
           ( ZM728_IEMPR                    CHAR(3) NOT NULL,
             ZM728_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM728_ISECTIT                  DECIMAL(5, 0) NOT NULL,
             ZM728_ISECFORMA                DECIMAL(5, 0) NOT NULL,
             ZM728_TFORMA                   CHAR(8) NOT NULL,
             ZM728_FFIRMA                   DATE NOT NULL,
             ZM728_FVENCE                   DATE NOT NULL,
             ZM728_PTRATADO                 DECIMAL(6, 5),
             ZM728_IPAISTRAT                CHAR(3),
             ZM728_SVIGEN                   CHAR(1) NOT NULL,
             ZM728_IUSUARIO                 CHAR(8) NOT NULL,
             ZM728_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT728                   *
      ******************************************************************
       01  DCLZMDT728.
           10 ZM728-IEMPR          PIC X(3).
           10 ZM728-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM728-ISECTIT        PIC S9(5)V USAGE COMP-3.
           10 ZM728-ISECFORMA      PIC S9(5)V USAGE COMP-3.
           10 ZM728-TFORMA         PIC X(8).
           10 ZM728-FFIRMA         PIC X(10).
           10 ZM728-FVENCE         PIC X(10).
           10 ZM728-PTRATADO       PIC S9(1)V9(5) USAGE COMP-3.
           10 ZM728-IPAISTRAT      PIC X(3).
           10 ZM728-SVIGEN         PIC X(1).
           10 ZM728-IUSUARIO       PIC X(8).
           10 ZM728-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
