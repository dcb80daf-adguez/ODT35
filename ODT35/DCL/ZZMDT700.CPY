      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT700)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT700))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT700 ES EL LIBRO DE EFECTIVO DEL CLIENTE: UN RENGLON POR    *
      * MOVIMIENTO DE LA CUENTA CON SU FECHA VALOR Y LOS SALDOS QUE    *
      * DEJA (CONTABLE Y RESERVADO, ESPEJO DE ZMDT701 AL MOMENTO).     *
      * TODO MOVIMIENTO SE GRABA CON 9643-REGISTRA-MOVTO-EFECTIVO      *
      * (35/ZMWSC266/ZMWSC267); NADIE ACTUALIZA ZMDT701 POR FUERA.     *
      * TMOVTO 'R' RESERVA / 'L' LIBERACION / 'C' CARGO / 'A' ABONO.   *
      * LAS RESERVAS ('R') NO MUEVEN EL SALDO CONTABLE, SOLO EL        *
      * RESERVADO; SESTADO DE UNA RESERVA: 'A' ACTIVA / 'L' LIBERADA   *
      * (CANCELACION O VENCIMIENTO DE LA CARTA) / 'X' APLICADA (LA     *
      * LIQUIDACION LA CONVIRTIO EN CARGO). LOS DEMAS MOVIMIENTOS      *
      * QUEDAN EN 'A'. TORIGEN 'C' CARTA / 'M' MANUAL / 'S' SPEI       *
      * (DEPOSITOS, RETIROS Y SUS DEVOLUCIONES, 35/ZMWSC268/ZMWSC269;  *
      * LA RESERVA DE UN RETIRO LLEVA DREFER 'RETIRO SPEI ' + FOLIO) / *
      * 'D' DERECHOS DE DIVIDENDO O CUPON (35/ZMWSC280/ZMWSC281).      *
      * 'X' OPERACION DE DIVISAS (35/ZMWSC352/ZMWSC353).               *
      * ICONCEPT ES LA CARTA QUE ORIGINA EL MOVIMIENTO (0 SIN CARTA).  *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT700 TABLE
           ( ZM700_IEMPR                    CHAR(3) NOT NULL,
             ZM700_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM700_ISECMOV                  DECIMAL(9, 0) NOT NULL,
             ZM700_FVALOR                   DATE NOT NULL,
             ZM700_TMOVTO                   CHAR(1) NOT NULL,
             ZM700_TORIGEN                  CHAR(1) NOT NULL,
             ZM700_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM700_MIMPORTE                 DECIMAL(15, 2) NOT NULL,
             ZM700_MSALDO                   DECIMAL(15, 2) NOT NULL,
             ZM700_MRESERV                  DECIMAL(15, 2) NOT NULL,
             ZM700_SESTADO                  CHAR(1) NOT NULL,
             ZM700_DREFER                   CHAR(30) NOT NULL,
             ZM700_IUSUARIO                 CHAR(8) NOT NULL,
             ZM700_IPROGRAM                 CHAR(8) NOT NULL,
             ZM700_FREG                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT700                   *
      ******************************************************************
       01  DCLZMDT700.
           10 ZM700-IEMPR          PIC X(3).
           10 ZM700-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM700-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM700-FVALOR         PIC X(10).
           10 ZM700-TMOVTO         PIC X(1).
           10 ZM700-TORIGEN        PIC X(1).
           10 ZM700-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM700-MIMPORTE       PIC S9(13)V99 USAGE COMP-3.
           10 ZM700-MSALDO         PIC S9(13)V99 USAGE COMP-3.
           10 ZM700-MRESERV        PIC S9(13)V99 USAGE COMP-3.
           10 ZM700-SESTADO        PIC X(1).
           10 ZM700-DREFER         PIC X(30).
           10 ZM700-IUSUARIO       PIC X(8).
           10 ZM700-IPROGRAM       PIC X(8).
           10 ZM700-FREG           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
