      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT763)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT763))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT763 ES EL REGISTRO DE RESTRICCIONES DE CUENTA, QUE AFINA   *
      * EL CANDADO UNICO SCANDADO DE CUENTA: CADA RENGLON RESTRINGE    *
      * UNA OPERACION (TRESTRIC 'C' SIN COMPRAS, 'V' SIN VENTAS, 'R'   *
      * SIN RETIROS DE EFECTIVO, 'T' SIN TRASPASOS A TERCEROS, 'F'     *
      * CONGELAMIENTO TOTAL) CON SU FUNDAMENTO (DREFLEGAL: OFICIO,     *
      * EXPEDIENTE, AUTORIDAD) Y SU VIGENCIA FINICIO A FFIN (NULO =    *
      * HASTA QUE SE LEVANTE). IESTADO 'P' SOLICITADA, 'A' VIGENTE,    *
      * 'R' RECHAZADA, 'Q' LEVANTAMIENTO SOLICITADO (SIGUE APLICANDO), *
      * 'L' LEVANTADA. EL ALTA Y EL LEVANTAMIENTO LOS AUTORIZA UN      *
      * USUARIO DISTINTO AL QUE LOS SOLICITA. ISECREST SALE DEL        *
      * SERVIDOR DE FOLIOS ZMDT642. VEA 35/ZMWSC342/ZMWSC343.          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT763 TABLE
           ( ZM763_IEMPR                    CHAR(3) NOT NULL,
             ZM763_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM763_ISECREST                 DECIMAL(9, 0) NOT NULL,
             ZM763_TRESTRIC                 CHAR(1) NOT NULL,
             ZM763_DREFLEGAL                CHAR(60) NOT NULL,
             ZM763_FINICIO                  DATE NOT NULL,
             ZM763_FFIN                     DATE,
             ZM763_IESTADO                  CHAR(1) NOT NULL,
             ZM763_IUSRSOL                  CHAR(8) NOT NULL,
             ZM763_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM763_IUSRAUT                  CHAR(8),
             ZM763_FAUTORIZ                 TIMESTAMP,
             ZM763_DMOTLEV                  CHAR(60),
             ZM763_IUSRSOLLEV               CHAR(8),
             ZM763_FSOLLEV                  TIMESTAMP,
             ZM763_IUSRAUTLEV               CHAR(8),
             ZM763_FLEVANTA                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT763                   *
      ******************************************************************
       01  DCLZMDT763.
           10 ZM763-IEMPR          PIC X(3).
           10 ZM763-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM763-ISECREST       PIC S9(9)V USAGE COMP-3.
           10 ZM763-TRESTRIC       PIC X(1).
           10 ZM763-DREFLEGAL      PIC X(60).
           10 ZM763-FINICIO        PIC X(10).
           10 ZM763-FFIN           PIC X(10).
           10 ZM763-IESTADO        PIC X(1).
           10 ZM763-IUSRSOL        PIC X(8).
           10 ZM763-FSOLICIT       PIC X(26).
           10 ZM763-IUSRAUT        PIC X(8).
           10 ZM763-FAUTORIZ       PIC X(26).
           10 ZM763-DMOTLEV        PIC X(60).
           10 ZM763-IUSRSOLLEV     PIC X(8).
           10 ZM763-FSOLLEV        PIC X(26).
           10 ZM763-IUSRAUTLEV     PIC X(8).
           10 ZM763-FLEVANTA       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
