      * VECES. ISECLOTE AGRUPA LAS INSTRUCCIONES DEL MISMO ARCHIVO DE  *
      * INTERFAZ; LOS TOTALES DE CONTROL DEL ARCHIVO (NUMERO DE        *
      * INSTRUCCIONES Y SUMA DE IMPORTES) SALEN DEL GENERADOR PARA EL  *
      * TRAILER. CLABE ES LA CUENTA BANCARIA AUTORIZADA DEL CLIENTE    *
      * (ZMDT705) A LA QUE TESORERIA PAGA; NULA EN INSTRUCCIONES       *
      * ANTERIORES AL REGISTRO DE CLABES. IREFBCO ES LA REFERENCIA     *
      * QUE VIAJA AL BANCO ('ZT' + CUENTA + CONCEPTO) Y CON LA QUE LA  *
      * CONCILIACION DEL ESTADO DE CUENTA (ZMDT706, 9671) CASA EL      *
      * MOVIMIENTO: SLIQUIDA '0' (O NULO) SIN CONFIRMAR / '1'          *
      * LIQUIDADA, CON FLIQUIDA Y EL RENGLON DEL ESTADO DE CUENTA EN   *
      * ISECEDO.                                                       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT673 TABLE
           ( ZM673_IEMPR                    CHAR(3) NOT NULL,
             ZM673_FVALOR                   DATE NOT NULL,
             ZM673_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM673_ISECLOTE                 DECIMAL(9, 0) NOT NULL,
             ZM673_FGENERA                  TIMESTAMP NOT NULL,
             ZM673_CLABE                    CHAR(18),
             ZM673_IREFBCO                  CHAR(16),
             ZM673_SLIQUIDA                 CHAR(1),
             ZM673_FLIQUIDA                 TIMESTAMP,
             ZM673_ISECEDO                  DECIMAL(9, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT673                   *
           10 ZM673-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM673-ISECLOTE       PIC S9(9)V USAGE COMP-3.
           10 ZM673-FGENERA        PIC X(26).
           10 ZM673-CLABE          PIC X(18).
           10 ZM673-IREFBCO        PIC X(16).
           10 ZM673-SLIQUIDA       PIC X(1).
           10 ZM673-FLIQUIDA       PIC X(26).
           10 ZM673-ISECEDO        PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
