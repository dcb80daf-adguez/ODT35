      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT775)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT775))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT775 ES LA LISTA BLANCA DE COLUMNAS DE LOS EXTRACTOS DE     *
      * USUARIO POR FUENTE (IFUENTE 'CTA','CAR','EFE'). NPOSIC ES LA   *
      * POSICION (1 A 17) DE LA COLUMNA EN EL CURSOR DEL EXTRACTO      *
      * (9067, 35/ZMWSC355), QUE LA REGRESA COMO TEXTO: TTIPO 'A'      *
      * ALFANUMERICA, 'N' LLAVE NUMERICA (DIGITS, NLONG POSICIONES),   *
      * 'F' FECHA ISO, 'M' IMPORTE (NLONG 16: SIGNO '0' O '-' Y 15     *
      * DIGITOS, LOS NEGATIVOS EN COMPLEMENTO, PARA QUE EL TEXTO       *
      * ORDENE COMO EL NUMERO). SCRITERIO '1' PERMITE USARLA EN        *
      * CRITERIOS Y SSALIDA '1' MOSTRARLA; SIN RENGLON AQUI LA COLUMNA *
      * NO SE PUEDE USAR. LA MANTIENE SEGURIDAD.                       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT775 TABLE
           ( ZM775_IFUENTE                  CHAR(3) NOT NULL,
             ZM775_ICOLUMNA                 CHAR(10) NOT NULL,
             ZM775_NPOSIC                   DECIMAL(3, 0) NOT NULL,
             ZM775_TTIPO                    CHAR(1) NOT NULL,
             ZM775_NLONG                    DECIMAL(3, 0) NOT NULL,
             ZM775_DCOLUMNA                 CHAR(30) NOT NULL,
             ZM775_SCRITERIO                CHAR(1) NOT NULL,
             ZM775_SSALIDA                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT775                   *
      ******************************************************************
       01  DCLZMDT775.
           10 ZM775-IFUENTE        PIC X(3).
           10 ZM775-ICOLUMNA       PIC X(10).
           10 ZM775-NPOSIC         PIC S9(3)V USAGE COMP-3.
           10 ZM775-TTIPO          PIC X(1).
           10 ZM775-NLONG          PIC S9(3)V USAGE COMP-3.
           10 ZM775-DCOLUMNA       PIC X(30).
           10 ZM775-SCRITERIO      PIC X(1).
           10 ZM775-SSALIDA        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
