      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT738)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT738))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT738 ES EL REGISTRO DE EVENTOS DE PERDIDA OPERATIVA: CADA   *
      * ERROR DE OPERACION QUE CUESTA DINERO (TEVENTO 'MULT' MULTA POR *
      * FALLO, 'REFA' REFACTURACION A PRECIO EQUIVOCADO, 'COMP'        *
      * COMPENSACION PAGADA AL CLIENTE, 'OTRO') CON SU PERDIDA BRUTA,  *
      * LA CAUSA RAIZ (ICAUSA 'PROC' PROCESO, 'PERS' PERSONAS, 'SIST'  *
      * SISTEMAS, 'EXTE' EXTERNA), LA LINEA DE NEGOCIO Y LA SUCURSAL   *
      * (ZMDT669 'LIN' Y 'SUC'). SE LIGA OPCIONALMENTE A UNA CARTA     *
      * (ICUENTA/ICONCEPT), A SU CASO DE LA MESA DE FALLOS (FFALLO =   *
      * ZM674_FALTA), A UN ABORT DE ZMDT609 (FABORT/ITASKABO) O A UNA  *
      * QUEJA DE ZMDT716 (ISECQUEJA). DOBLE CONTROL: IUSRSOL LO        *
      * REGISTRA ('P') E IUSRAUT, OTRO USUARIO, LO APRUEBA ('A') O     *
      * RECHAZA ('R'). MRECUPERA ES LA SUMA DE LAS RECUPERACIONES      *
      * APROBADAS DE ZMDT739 (35/ZMWSC312/ZMWSC313).                   *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT738 TABLE
           ( ZM738_IEMPR                    CHAR(3) NOT NULL,
             ZM738_ISECEVE                  DECIMAL(9, 0) NOT NULL,
             ZM738_TEVENTO                  CHAR(4) NOT NULL,
             ZM738_FEVENTO                  DATE NOT NULL,
             ZM738_DEVENTO                  CHAR(120) NOT NULL,
             ZM738_MPERDIDA                 DECIMAL(15, 2) NOT NULL,
             ZM738_MRECUPERA                DECIMAL(15, 2) NOT NULL,
             ZM738_ICAUSA                   CHAR(4) NOT NULL,
             ZM738_ILINEA                   CHAR(5) NOT NULL,
             ZM738_ISUCCASA                 CHAR(3) NOT NULL,
             ZM738_ICUENTA                  DECIMAL(7, 0),
             ZM738_ICONCEPT                 DECIMAL(5, 0),
             ZM738_FFALLO                   TIMESTAMP,
             ZM738_FABORT                   TIMESTAMP,
             ZM738_ITASKABO                 DECIMAL(9, 0),
             ZM738_ISECQUEJA                DECIMAL(9, 0),
             ZM738_IESTADO                  CHAR(1) NOT NULL,
             ZM738_IUSRSOL                  CHAR(8) NOT NULL,
             ZM738_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM738_IUSRAUT                  CHAR(8),
             ZM738_FAUTORIZ                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT738                   *
      ******************************************************************
       01  DCLZMDT738.
           10 ZM738-IEMPR          PIC X(3).
           10 ZM738-ISECEVE        PIC S9(9)V USAGE COMP-3.
           10 ZM738-TEVENTO        PIC X(4).
           10 ZM738-FEVENTO        PIC X(10).
           10 ZM738-DEVENTO        PIC X(120).
           10 ZM738-MPERDIDA       PIC S9(13)V99 USAGE COMP-3.
           10 ZM738-MRECUPERA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM738-ICAUSA         PIC X(4).
           10 ZM738-ILINEA         PIC X(5).
           10 ZM738-ISUCCASA       PIC X(3).
           10 ZM738-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM738-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM738-FFALLO         PIC X(26).
           10 ZM738-FABORT         PIC X(26).
           10 ZM738-ITASKABO       PIC S9(9)V USAGE COMP-3.
           10 ZM738-ISECQUEJA      PIC S9(9)V USAGE COMP-3.
           10 ZM738-IESTADO        PIC X(1).
           10 ZM738-IUSRSOL        PIC X(8).
           10 ZM738-FSOLICIT       PIC X(26).
           10 ZM738-IUSRAUT        PIC X(8).
           10 ZM738-FAUTORIZ       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
