      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT722)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT722))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT722 SON LOS RENGLONES DEL CASO DE TRASPASO DE CARTERA      *
      * ZMDT721, UNO POR EMISORA/SERIE. EN SALIDA NACEN DE LA POSICION *
      * LIQUIDADA DEL LIBRO ZMDT707 AL ABRIR EL CASO; EN ENTRADA SON   *
      * LA LISTA DE POSICIONES ESPERADAS QUE CAPTURA LA MESA. CBASE ES *
      * LO QUE EL FEED DEL CUSTODIO (ZMDT624) TRAIA DE LA EMISION AL   *
      * CREAR EL RENGLON: LA CONCILIACION NOCTURNA COMPARA EL ULTIMO   *
      * FEED CONTRA CBASE PARA SABER CUANTO LLEGO (CMOVIDOS). SESTADO  *
      * 'P' PENDIENTE (EN SALIDA: POR ENVIAR), 'E' INSTRUCCION ENVIADA *
      * A INDEVAL (IREFINDE, SOLO SALIDA), 'R' RECIBIDO O ENTREGADO    *
      * (ISECMOV ES EL MOVIMIENTO DEL LIBRO ZMDT708), 'B' BAJA         *
      * EXPLICITA CON MOTIVO Y USUARIO.                                *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT722 TABLE
           ( ZM722_IEMPR                    CHAR(3) NOT NULL,
             ZM722_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM722_ISECTRAS                 DECIMAL(9, 0) NOT NULL,
             ZM722_ISECLIN                  DECIMAL(5, 0) NOT NULL,
             ZM722_IEMISORA                 CHAR(7) NOT NULL,
             ZM722_ISERIE                   CHAR(8) NOT NULL,
             ZM722_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM722_CBASE                    DECIMAL(15, 2) NOT NULL,
             ZM722_CMOVIDOS                 DECIMAL(15, 2) NOT NULL,
             ZM722_SESTADO                  CHAR(1) NOT NULL,
             ZM722_IREFINDE                 CHAR(16),
             ZM722_ISECMOV                  DECIMAL(9, 0),
             ZM722_DMOTIVO                  CHAR(60),
             ZM722_IUSRBAJA                 CHAR(8),
             ZM722_FESTADO                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT722                   *
      ******************************************************************
       01  DCLZMDT722.
           10 ZM722-IEMPR          PIC X(3).
           10 ZM722-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM722-ISECTRAS       PIC S9(9)V USAGE COMP-3.
           10 ZM722-ISECLIN        PIC S9(5)V USAGE COMP-3.
           10 ZM722-IEMISORA       PIC X(7).
           10 ZM722-ISERIE         PIC X(8).
           10 ZM722-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM722-CBASE          PIC S9(13)V99 USAGE COMP-3.
           10 ZM722-CMOVIDOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM722-SESTADO        PIC X(1).
           10 ZM722-IREFINDE       PIC X(16).
           10 ZM722-ISECMOV        PIC S9(9)V USAGE COMP-3.
           10 ZM722-DMOTIVO        PIC X(60).
           10 ZM722-IUSRBAJA       PIC X(8).
           10 ZM722-FESTADO        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
