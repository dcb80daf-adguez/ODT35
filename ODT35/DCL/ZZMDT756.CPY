      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT756)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT756))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT756 MARCA LAS CUENTAS DE EMPLEADOS, PROMOTORES Y SUS       *
      * PARTES RELACIONADAS, LIGADAS AL USUARIO (USUARIO.IUSUARIO) O   *
      * AL PROMOTOR (ZMDT670) QUE LAS ORIGINA; AL MENOS UNA DE LAS DOS *
      * LIGAS VIENE LLENA. TRELACION 'E' EMPLEADO TITULAR, 'P'         *
      * PROMOTOR TITULAR, 'R' PARTE RELACIONADA (DRELACION DICE EL     *
      * PARENTESCO O VINCULO). LAS CARTAS DE ESTAS CUENTAS NO VAN A    *
      * MERCADO SIN PREAUTORIZACION DE CUMPLIMIENTO (ZMDT759). SESTADO *
      * ('A'=ACTIVA/'I'=INACTIVA) DA DE BAJA SIN BORRAR. VEA           *
      * 35/ZMWSC332/ZMWSC333.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT756 TABLE
           ( ZM756_IEMPR                    CHAR(3) NOT NULL,
             ZM756_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM756_TRELACION                CHAR(1) NOT NULL,
             ZM756_IUSUARIO                 CHAR(8),
             ZM756_IPROM                    DECIMAL(4, 0),
             ZM756_DRELACION                CHAR(40),
             ZM756_SESTADO                  CHAR(1) NOT NULL,
             ZM756_IUSRALTA                 CHAR(8) NOT NULL,
             ZM756_FALTA                    TIMESTAMP NOT NULL,
             ZM756_FBAJA                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT756                   *
      ******************************************************************
       01  DCLZMDT756.
           10 ZM756-IEMPR          PIC X(3).
           10 ZM756-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM756-TRELACION      PIC X(1).
           10 ZM756-IUSUARIO       PIC X(8).
           10 ZM756-IPROM          PIC S9(4)V USAGE COMP-3.
           10 ZM756-DRELACION      PIC X(40).
           10 ZM756-SESTADO        PIC X(1).
           10 ZM756-IUSRALTA       PIC X(8).
           10 ZM756-FALTA          PIC X(26).
           10 ZM756-FBAJA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
