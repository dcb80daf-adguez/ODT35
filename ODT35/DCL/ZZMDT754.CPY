      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT754)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT754))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT754 ES EL MAESTRO DE HOGARES: GRUPOS DE CUENTAS DE UNA     *
      * MISMA FAMILIA AUNQUE ESTEN A NOMBRE DE RFC DISTINTOS (EL GRUPO *
      * POR RFC ES ZMDT653), CON UNA CUENTA PRINCIPAL                  *
      * (IEMPRPRI/ICTAPRI). LOS MIEMBROS ESTAN EN ZMDT755. EL ALTA DEL *
      * HOGAR, EL CAMBIO DE PRINCIPAL (IEMPRPROP/ICTAPROP) Y SU BAJA   *
      * VAN POR SOLICITANTE/AUTORIZADOR (IUSRSOL <> IUSRAUT): IESTADO  *
      * 'P' PROPUESTO, 'A' ACTIVO, 'R' RECHAZADO, 'Q' BAJA SOLICITADA, *
      * 'B' DADO DE BAJA. STIER = '1' HACE QUE EL ESCALON DE COMISION  *
      * (9196) DE CADA MIEMBRO SE RESUELVA CON EL VOLUMEN DEL HOGAR;   *
      * SESTRATO = '1' LO MISMO PARA LAS BANDAS DE ESTRATIFICACION     *
      * (9620). VEA 35/ZMWSC330/ZMWSC331.                              *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT754 TABLE
           ( ZM754_IHOGAR                   DECIMAL(9, 0) NOT NULL,
             ZM754_DHOGAR                   CHAR(40) NOT NULL,
             ZM754_IEMPRPRI                 CHAR(3) NOT NULL,
             ZM754_ICTAPRI                  DECIMAL(7, 0) NOT NULL,
             ZM754_STIER                    CHAR(1) NOT NULL,
             ZM754_SESTRATO                 CHAR(1) NOT NULL,
             ZM754_IESTADO                  CHAR(1) NOT NULL,
             ZM754_IUSRSOL                  CHAR(8) NOT NULL,
             ZM754_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM754_IUSRAUT                  CHAR(8),
             ZM754_FAUTORIZ                 TIMESTAMP,
             ZM754_IEMPRPROP                CHAR(3),
             ZM754_ICTAPROP                 DECIMAL(7, 0),
             ZM754_IUSRPROP                 CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT754                   *
      ******************************************************************
       01  DCLZMDT754.
           10 ZM754-IHOGAR         PIC S9(9)V USAGE COMP-3.
           10 ZM754-DHOGAR         PIC X(40).
           10 ZM754-IEMPRPRI       PIC X(3).
           10 ZM754-ICTAPRI        PIC S9(7)V USAGE COMP-3.
           10 ZM754-STIER          PIC X(1).
           10 ZM754-SESTRATO       PIC X(1).
           10 ZM754-IESTADO        PIC X(1).
           10 ZM754-IUSRSOL        PIC X(8).
           10 ZM754-FSOLICIT       PIC X(26).
           10 ZM754-IUSRAUT        PIC X(8).
           10 ZM754-FAUTORIZ       PIC X(26).
           10 ZM754-IEMPRPROP      PIC X(3).
           10 ZM754-ICTAPROP       PIC S9(7)V USAGE COMP-3.
           10 ZM754-IUSRPROP       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
