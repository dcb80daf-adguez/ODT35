      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT710)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT710))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT710 ES EL HISTORICO DE LA VALUACION NOCTURNA DE GARANTIAS  *
      * DE LAS CUENTAS CON LINEA DE CREDITO DISPUESTA: UN RENGLON POR  *
      * CUENTA Y FECHA CON EL DISPUESTO (RENGLONES ABIERTOS DE         *
      * ZMDT607, EL MISMO QUE DEVENGA 9432), EL VALOR DE MERCADO DE    *
      * LOS TITULOS EN PRENDA (ZMDT661 'A' VIGENTES POR EL PRECIO DE   *
      * ZMDT663), EL VALOR AFORADO (MENOS EL CASTIGO DE SU CLASE DE    *
      * RIESGO) Y LA COBERTURA (AFORADO / DISPUESTO). NSINPRECIO       *
      * CUENTA LAS EMISIONES EN PRENDA SIN PRECIO, QUE VALEN CERO. LO  *
      * GRABA 9692 (35/ZMWSC278/ZMWSC279); RECORRER EL MISMO DIA       *
      * REEMPLAZA EL RENGLON.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT710 TABLE
           ( ZM710_IEMPR                    CHAR(3) NOT NULL,
             ZM710_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM710_FECHA                    DATE NOT NULL,
             ZM710_MDISPUESTO               DECIMAL(15, 2) NOT NULL,
             ZM710_MMERCADO                 DECIMAL(15, 2) NOT NULL,
             ZM710_MAFORADO                 DECIMAL(15, 2) NOT NULL,
             ZM710_PCOBERTURA               DECIMAL(7, 4) NOT NULL,
             ZM710_NSINPRECIO               DECIMAL(5, 0) NOT NULL,
             ZM710_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT710                   *
      ******************************************************************
       01  DCLZMDT710.
           10 ZM710-IEMPR          PIC X(3).
           10 ZM710-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM710-FECHA          PIC X(10).
           10 ZM710-MDISPUESTO     PIC S9(13)V99 USAGE COMP-3.
           10 ZM710-MMERCADO       PIC S9(13)V99 USAGE COMP-3.
           10 ZM710-MAFORADO       PIC S9(13)V99 USAGE COMP-3.
           10 ZM710-PCOBERTURA     PIC S9(3)V9(4) USAGE COMP-3.
           10 ZM710-NSINPRECIO     PIC S9(5)V USAGE COMP-3.
           10 ZM710-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
