      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT739)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT739))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT739 SON LAS RECUPERACIONES DE LOS EVENTOS DE PERDIDA       *
      * OPERATIVA DE ZMDT738 (SEGURO, CONTRAPARTE, CLIENTE U OTRA), UN *
      * RENGLON POR RECUPERACION (ISECREC). TRECUPERA 'S' SEGURO, 'C'  *
      * CONTRAPARTE, 'L' CLIENTE, 'O' OTRA. MISMO DOBLE CONTROL QUE EL *
      * EVENTO: 'P' PENDIENTE, 'A' APROBADA (SE SUMA A                 *
      * ZM738_MRECUPERA), 'R' RECHAZADA.                               *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT739 TABLE
           ( ZM739_IEMPR                    CHAR(3) NOT NULL,
             ZM739_ISECEVE                  DECIMAL(9, 0) NOT NULL,
             ZM739_ISECREC                  DECIMAL(3, 0) NOT NULL,
             ZM739_TRECUPERA                CHAR(1) NOT NULL,
             ZM739_FRECUPERA                DATE NOT NULL,
             ZM739_MRECUPERA                DECIMAL(15, 2) NOT NULL,
             ZM739_DRECUPERA                CHAR(60) NOT NULL,
             ZM739_IESTADO                  CHAR(1) NOT NULL,
             ZM739_IUSRSOL                  CHAR(8) NOT NULL,
             ZM739_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM739_IUSRAUT                  CHAR(8),
             ZM739_FAUTORIZ                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT739                   *
      ******************************************************************
       01  DCLZMDT739.
           10 ZM739-IEMPR          PIC X(3).
           10 ZM739-ISECEVE        PIC S9(9)V USAGE COMP-3.
           10 ZM739-ISECREC        PIC S9(3)V USAGE COMP-3.
           10 ZM739-TRECUPERA      PIC X(1).
           10 ZM739-FRECUPERA      PIC X(10).
           10 ZM739-MRECUPERA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM739-DRECUPERA      PIC X(60).
           10 ZM739-IESTADO        PIC X(1).
           10 ZM739-IUSRSOL        PIC X(8).
           10 ZM739-FSOLICIT       PIC X(26).
           10 ZM739-IUSRAUT        PIC X(8).
           10 ZM739-FAUTORIZ       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
