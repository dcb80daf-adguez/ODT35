      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT727)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT727))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT727 ES EL RESUMEN DIARIO DE ACTIVIDAD DE CARTAS POR        *
      * EMPRESA/CUENTA/EMISORA/SERIE/PROMOTOR DE LA CARTA              *
      * (ZM606_PROMOT, NO EL ACTUAL DE LA CUENTA)/DIA QUE LEEN LAS     *
      * CONSULTAS Y REPORTES EN LUGAR DE RECORRER ZMDT606/ZMDT607.     *
      * CUENTA RENGLONES (ZMDT607) E IMPORTE (ZM607_MIMPORTE):         *
      * REGISTRADOS (DIA DE ZM607_FREG), CANCELADOS (DIA DE            *
      * ZM607_FCANC), EJECUTADOS Y LIQUIDADOS (DIA DEL ZM641_FEVENTO   *
      * 'E' O 'L' FUSIONADO POR 9343, TODOS LOS RENGLONES DE LA        *
      * CARTA). LO ACTUALIZAN EN LINEA LA CAPTURA, LA CANCELACION, LA  *
      * REINSTALACION Y LA FUSION DE ESTADOS (9795,                    *
      * 35/ZMWSC300/ZMWSC301); EL NOCTURNO LO RECONCILIA CONTRA EL     *
      * DETALLE Y LO RECONSTRUYE POR RANGO DE FECHAS (9799-9803). LAS  *
      * COPIAS DE CONSULTA RESTAURADAS DEL ARCHIVO (ZM606_SVIGEN =     *
      * 'C') NO ENTRAN AL RESUMEN.                                     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT727 TABLE
           ( ZM727_IEMPR                    CHAR(3) NOT NULL,
             ZM727_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM727_IEMISORA                 CHAR(7) NOT NULL,
             ZM727_ISERIE                   CHAR(8) NOT NULL,
             ZM727_PROMOT                   DECIMAL(4, 0) NOT NULL,
             ZM727_FACTIV                   DATE NOT NULL,
             ZM727_NREG                     DECIMAL(7, 0) NOT NULL,
             ZM727_MREG                     DECIMAL(15, 2) NOT NULL,
             ZM727_NCAN                     DECIMAL(7, 0) NOT NULL,
             ZM727_MCAN                     DECIMAL(15, 2) NOT NULL,
             ZM727_NEJE                     DECIMAL(7, 0) NOT NULL,
             ZM727_MEJE                     DECIMAL(15, 2) NOT NULL,
             ZM727_NLIQ                     DECIMAL(7, 0) NOT NULL,
             ZM727_MLIQ                     DECIMAL(15, 2) NOT NULL,
             ZM727_FACTUALIZA               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT727                   *
      ******************************************************************
       01  DCLZMDT727.
           10 ZM727-IEMPR          PIC X(3).
           10 ZM727-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM727-IEMISORA       PIC X(7).
           10 ZM727-ISERIE         PIC X(8).
           10 ZM727-PROMOT         PIC S9(4)V USAGE COMP-3.
           10 ZM727-FACTIV         PIC X(10).
           10 ZM727-NREG           PIC S9(7)V USAGE COMP-3.
           10 ZM727-MREG           PIC S9(13)V99 USAGE COMP-3.
           10 ZM727-NCAN           PIC S9(7)V USAGE COMP-3.
           10 ZM727-MCAN           PIC S9(13)V99 USAGE COMP-3.
           10 ZM727-NEJE           PIC S9(7)V USAGE COMP-3.
           10 ZM727-MEJE           PIC S9(13)V99 USAGE COMP-3.
           10 ZM727-NLIQ           PIC S9(7)V USAGE COMP-3.
           10 ZM727-MLIQ           PIC S9(13)V99 USAGE COMP-3.
           10 ZM727-FACTUALIZA     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
