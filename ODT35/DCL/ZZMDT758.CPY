      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT758)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT758))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT758 SON LOS PERIODOS DE BLOQUEO (BLACKOUT) POR EMISORA,    *
      * DEL FINICIO AL FFIN INCLUSIVE. SALCANCE 'I' BLOQUEA SOLO A LAS *
      * CUENTAS DE LA LISTA DE INSIDERS/VIGILANCIA DE LA EMISORA       *
      * (ZMDT757); 'T' A TODAS LAS CUENTAS DE EMPLEADOS Y RELACIONADAS *
      * (ZMDT756). DENTRO DEL PERIODO LA PREAUTORIZACION SE NIEGA SOLA *
      * (ZMDT759 'X'). ISECBLQ ES FOLIO DE ZMDT642. VEA                *
      * 35/ZMWSC332/ZMWSC333.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT758 TABLE
           ( ZM758_ISECBLQ                  DECIMAL(9, 0) NOT NULL,
             ZM758_IEMISORA                 CHAR(7) NOT NULL,
             ZM758_FINICIO                  DATE NOT NULL,
             ZM758_FFIN                     DATE NOT NULL,
             ZM758_SALCANCE                 CHAR(1) NOT NULL,
             ZM758_DMOTIVO                  CHAR(60) NOT NULL,
             ZM758_IUSRALTA                 CHAR(8) NOT NULL,
             ZM758_FALTA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT758                   *
      ******************************************************************
       01  DCLZMDT758.
           10 ZM758-ISECBLQ        PIC S9(9)V USAGE COMP-3.
           10 ZM758-IEMISORA       PIC X(7).
           10 ZM758-FINICIO        PIC X(10).
           10 ZM758-FFIN           PIC X(10).
           10 ZM758-SALCANCE       PIC X(1).
           10 ZM758-DMOTIVO        PIC X(60).
           10 ZM758-IUSRALTA       PIC X(8).
           10 ZM758-FALTA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
