      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT757)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT757))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT757 ES LA LISTA DE INSIDERS Y DE VIGILANCIA POR EMISORA:   *
      * CUENTAS MARCADAS EN ZMDT756 CON ACCESO A INFORMACION           *
      * PRIVILEGIADA DE LA EMISORA ('I' INSIDER) O QUE CUMPLIMIENTO    *
      * VIGILA EN ELLA ('W' VIGILANCIA). LOS PERIODOS DE BLOQUEO DE    *
      * ZMDT758 CON ALCANCE 'I' APLICAN SOLO A ESTAS CUENTAS. SESTADO  *
      * ('A'=ACTIVA/'I'=INACTIVA). VEA 35/ZMWSC332/ZMWSC333.           *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT757 TABLE
           ( ZM757_IEMISORA                 CHAR(7) NOT NULL,
             ZM757_IEMPR                    CHAR(3) NOT NULL,
             ZM757_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM757_TLISTA                   CHAR(1) NOT NULL,
             ZM757_SESTADO                  CHAR(1) NOT NULL,
             ZM757_IUSRALTA                 CHAR(8) NOT NULL,
             ZM757_FALTA                    TIMESTAMP NOT NULL,
             ZM757_FBAJA                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT757                   *
      ******************************************************************
       01  DCLZMDT757.
           10 ZM757-IEMISORA       PIC X(7).
           10 ZM757-IEMPR          PIC X(3).
           10 ZM757-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM757-TLISTA         PIC X(1).
           10 ZM757-SESTADO        PIC X(1).
           10 ZM757-IUSRALTA       PIC X(8).
           10 ZM757-FALTA          PIC X(26).
           10 ZM757-FBAJA          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
