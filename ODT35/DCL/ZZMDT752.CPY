      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT752)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT752))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT752 ASIGNA A CADA USUARIO LAS EMPRESAS, Y OPCIONALMENTE    *
      * LAS SUCURSALES (CUENTA.ISUCCASA), CUYAS CUENTAS PUEDE VER. UN  *
      * RENGLON CON ISUCCASA EN BLANCO DA TODA LA EMPRESA. UN USUARIO  *
      * EN LINEA SIN RENGLONES ACTIVOS NO VE NINGUNA CUENTA; LOS LOTES *
      * (AL-ORIGEN-LOTE) Y LOS LLAMADORES SIN USUARIO NO SE VALIDAN.   *
      * LO CONSULTAN 9130, LOS LLAMADORES DE 9133 Y LA BUSQUEDA        *
      * 9530/9531 (9916/9917, 35/ZMWSC326/ZMWSC327); EL INTENTO NEGADO *
      * SE GRABA EN LA BITACORA ZMDT672 CON TCONSULTA 'NEGA'. SESTADO  *
      * ('A'=ACTIVO/'I'=INACTIVO) DA DE BAJA SIN BORRAR, COMO ZMDT611. *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT752 TABLE
           ( ZM752_IUSUARIO                 CHAR(8) NOT NULL,
             ZM752_IEMPR                    CHAR(3) NOT NULL,
             ZM752_ISUCCASA                 CHAR(3) NOT NULL,
             ZM752_SESTADO                  CHAR(1) NOT NULL,
             ZM752_IUSRALTA                 CHAR(8) NOT NULL,
             ZM752_FALTA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT752                   *
      ******************************************************************
       01  DCLZMDT752.
           10 ZM752-IUSUARIO       PIC X(8).
           10 ZM752-IEMPR          PIC X(3).
           10 ZM752-ISUCCASA       PIC X(3).
           10 ZM752-SESTADO        PIC X(1).
           10 ZM752-IUSRALTA       PIC X(8).
           10 ZM752-FALTA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
