      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT753)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT753))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT753 ES EL CATALOGO OFICIAL DE CODIGOS POSTALES (SEPOMEX):  *
      * UN RENGLON POR ASENTAMIENTO (COLONIA) CON SU MUNICIPIO, CIUDAD *
      * Y ESTADO. SE RECIBE COMPLETO CON LOS CONTROLES DE ENCABEZADO   *
      * DE LOS DEMAS ARCHIVOS EXTERNOS (ZMDT643, ARCHIVO 'CODPOST':    *
      * SIN HASH, SOLO CONTEO). EL CARGADOR INSERTA CON SPROCESO =     *
      * '0', EN MAYUSCULAS Y SIN ACENTOS; SI EL ENCABEZADO CUADRA,     *
      * 9921 SUSTITUYE EL CATALOGO VIGENTE ('1') POR EL RECIBIDO, Y SI *
      * NO, 9355 LO DEJA EN 'R'. LA CAPTURA Y EL MANTENIMIENTO DE      *
      * DOMICILIOS DE CUENTA (IPOS/IPOSP) LO VALIDAN CON 9922 Y EL     *
      * LOTE 9926/9927 LISTA LAS CUENTAS CON DOMICILIO QUE NO CUADRA   *
      * (35/ZMWSC328/ZMWSC329).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT753 TABLE
           ( ZM753_ICP                      DECIMAL(5, 0) NOT NULL,
             ZM753_IASENTA                  DECIMAL(4, 0) NOT NULL,
             ZM753_DASENTA                  CHAR(60) NOT NULL,
             ZM753_TASENTA                  CHAR(30) NOT NULL,
             ZM753_DMUNICIPIO               CHAR(60) NOT NULL,
             ZM753_DCIUDAD                  CHAR(50),
             ZM753_DESTADO                  CHAR(40) NOT NULL,
             ZM753_IESTADO                  CHAR(2) NOT NULL,
             ZM753_FCARGA                   DATE NOT NULL,
             ZM753_SPROCESO                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT753                   *
      ******************************************************************
       01  DCLZMDT753.
           10 ZM753-ICP            PIC S9(5)V USAGE COMP-3.
           10 ZM753-IASENTA        PIC S9(4)V USAGE COMP-3.
           10 ZM753-DASENTA        PIC X(60).
           10 ZM753-TASENTA        PIC X(30).
           10 ZM753-DMUNICIPIO     PIC X(60).
           10 ZM753-DCIUDAD        PIC X(50).
           10 ZM753-DESTADO        PIC X(40).
           10 ZM753-IESTADO        PIC X(2).
           10 ZM753-FCARGA         PIC X(10).
           10 ZM753-SPROCESO       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
