      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT755)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT755))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT755 SON LAS CUENTAS MIEMBRO DE CADA HOGAR (ZMDT754), DE    *
      * CUALQUIER EMPRESA Y RFC. UNA CUENTA PERTENECE A LO MAS A UN    *
      * HOGAR VIGENTE. CADA ALTA Y CADA BAJA VA POR                    *
      * SOLICITANTE/AUTORIZADOR: IESTADO 'P' ALTA SOLICITADA, 'A'      *
      * MIEMBRO ACTIVO, 'R' ALTA RECHAZADA, 'Q' BAJA SOLICITADA (SIGUE *
      * CONTANDO), 'I' DADO DE BAJA. EL VOLUMEN DEL HOGAR ES LA SUMA   *
      * DEL VOLUMEN OPERADO (ZMDT639) DE SUS MIEMBROS 'A' Y 'Q'. VEA   *
      * 35/ZMWSC330/ZMWSC331.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT755 TABLE
           ( ZM755_IHOGAR                   DECIMAL(9, 0) NOT NULL,
             ZM755_IEMPR                    CHAR(3) NOT NULL,
             ZM755_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM755_IESTADO                  CHAR(1) NOT NULL,
             ZM755_IUSRSOL                  CHAR(8) NOT NULL,
             ZM755_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM755_IUSRAUT                  CHAR(8),
             ZM755_FAUTORIZ                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT755                   *
      ******************************************************************
       01  DCLZMDT755.
           10 ZM755-IHOGAR         PIC S9(9)V USAGE COMP-3.
           10 ZM755-IEMPR          PIC X(3).
           10 ZM755-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM755-IESTADO        PIC X(1).
           10 ZM755-IUSRSOL        PIC X(8).
           10 ZM755-FSOLICIT       PIC X(26).
           10 ZM755-IUSRAUT        PIC X(8).
           10 ZM755-FAUTORIZ       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
