      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT750)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT750))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT750 ES EL COSTO ESTIMADO POR RENGLON DE UNA CARTA DE       *
      * INSTRUCCION, COTIZADO A LA CAPTURA Y GRABADO AL REGISTRARLA    *
      * (9394 -> 9909, 35/ZMWSC322/ZMWSC323), LIGADO A ZMDT607 POR     *
      * IEMPR/ICUENTA/ICONCEPT/LINEA. MBASE ES EL IMPORTE DEL RENGLON  *
      * (O TITULOS AL ULTIMO PRECIO DEL VECTOR SI SE INSTRUYO EN       *
      * TITULOS). TORIGEN: 'C' CONVENIO CON TASA PROPIA (ZMDT682), 'D' *
      * ESCALON CON DESCUENTO DE CONVENIO, 'T' ESCALON DE ZMDT613, 'N' *
      * SIN TARIFA. PCARGO ES LA SUMA DE TASAS DE LOS CARGOS           *
      * RECURRENTES VIGENTES CON BASE EN VOLUMEN (ZMDT680 TBASE 'P');  *
      * PIVA LA TASA DE IVA VIGENTE (ZMDT612 'IVA'/'COMISION'). MCOSTO *
      * = MCOMISION + MCARGO + MIVA. MCOBRADO/FCOBRO LOS GRABA LA      *
      * FACTURACION (9912) CON LO EFECTIVAMENTE COBRADO; NULOS         *
      * MIENTRAS NO SE FACTURA.                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT750 TABLE
           ( ZM750_IEMPR                    CHAR(3) NOT NULL,
             ZM750_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM750_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM750_LINEA                    DECIMAL(2, 0) NOT NULL,
             ZM750_MBASE                    DECIMAL(15, 2) NOT NULL,
             ZM750_TORIGEN                  CHAR(1) NOT NULL,
             ZM750_PCOMISION                DECIMAL(5, 4) NOT NULL,
             ZM750_MCOMISION                DECIMAL(15, 2) NOT NULL,
             ZM750_PCARGO                   DECIMAL(5, 4) NOT NULL,
             ZM750_MCARGO                   DECIMAL(15, 2) NOT NULL,
             ZM750_PIVA                     DECIMAL(6, 5) NOT NULL,
             ZM750_MIVA                     DECIMAL(15, 2) NOT NULL,
             ZM750_MCOSTO                   DECIMAL(15, 2) NOT NULL,
             ZM750_IUSUARIO                 CHAR(8) NOT NULL,
             ZM750_FESTIMA                  TIMESTAMP NOT NULL,
             ZM750_MCOBRADO                 DECIMAL(15, 2),
             ZM750_FCOBRO                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT750                   *
      ******************************************************************
       01  DCLZMDT750.
           10 ZM750-IEMPR          PIC X(3).
           10 ZM750-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM750-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM750-LINEA          PIC S9(2)V USAGE COMP-3.
           10 ZM750-MBASE          PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-TORIGEN        PIC X(1).
           10 ZM750-PCOMISION      PIC S9(1)V9(4) USAGE COMP-3.
           10 ZM750-MCOMISION      PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-PCARGO         PIC S9(1)V9(4) USAGE COMP-3.
           10 ZM750-MCARGO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-PIVA           PIC S9(1)V9(5) USAGE COMP-3.
           10 ZM750-MIVA           PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-MCOSTO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-IUSUARIO       PIC X(8).
           10 ZM750-FESTIMA        PIC X(26).
           10 ZM750-MCOBRADO       PIC S9(13)V99 USAGE COMP-3.
           10 ZM750-FCOBRO         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
