      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT729)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT729))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT729 ES EL REGISTRO DE CERTIFICACIONES DE LOS PROMOTORES    *
      * DEL MAESTRO ZMDT670: FIGURA CERTIFICADA (IFIGCERT), NUMERO DE  *
      * CERTIFICACION, FECHA DE EMISION Y DE VENCIMIENTO. UN RENGLON   *
      * POR CERTIFICACION (ISECCERT); AL REGISTRAR UNA RENOVACION LA   *
      * ANTERIOR QUEDA SUSTITUIDA (SVIGEN '0').                        *
      * 9491-VALIDA-PROMOTOR-MAESTRO RECHAZA LA CAPTURA DEL PROMOTOR   *
      * CON LA CERTIFICACION VENCIDA; AL QUE NO TIENE RENGLON SOLO LO  *
      * RECHAZA SI EL PARAMETRO 'PRO'/'CERTOBLIG' DE ZMDT612 TRAE 'S'  *
      * (MIENTRAS SE CARGAN LAS CERTIFICACIONES). EL REPORTE MENSUAL   *
      * LISTA POR SUCURSAL LAS QUE VENCEN (35/ZMWSC208/ZMWSC209).      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT729 TABLE
           ( ZM729_IPROM                    DECIMAL(4, 0) NOT NULL,
             ZM729_ISECCERT                 DECIMAL(3, 0) NOT NULL,
             ZM729_IFIGCERT                 CHAR(3) NOT NULL,
             ZM729_INUMCERT                 CHAR(20) NOT NULL,
             ZM729_FEMISION                 DATE NOT NULL,
             ZM729_FVENCE                   DATE NOT NULL,
             ZM729_SVIGEN                   CHAR(1) NOT NULL,
             ZM729_IUSUARIO                 CHAR(8) NOT NULL,
             ZM729_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT729                   *
      ******************************************************************
       01  DCLZMDT729.
           10 ZM729-IPROM          PIC S9(4)V USAGE COMP-3.
           10 ZM729-ISECCERT       PIC S9(3)V USAGE COMP-3.
           10 ZM729-IFIGCERT       PIC X(3).
           10 ZM729-INUMCERT       PIC X(20).
           10 ZM729-FEMISION       PIC X(10).
           10 ZM729-FVENCE         PIC X(10).
           10 ZM729-SVIGEN         PIC X(1).
           10 ZM729-IUSUARIO       PIC X(8).
           10 ZM729-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
