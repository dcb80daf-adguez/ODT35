      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT732)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT732))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT732 ES EL REGISTRO DE CORRECCIONES POSTERIORES A LA        *
      * LIQUIDACION (CANCELACION Y REFACTURACION) DE CARTAS EN 'L'     *
      * REGISTRADAS A LA CUENTA O AL PRECIO EQUIVOCADO. TMOTIVO 'C'    *
      * CUENTA, 'P' PRECIO, 'A' AMBOS. UN RENGLON POR CORRECCION       *
      * (ISECCORR) DE LA CARTA ORIGINAL, BAJO DOBLE CONTROL: IUSRSOL   *
      * LA SOLICITA ('P') E IUSRAUT, QUE DEBE SER OTRO USUARIO, LA     *
      * APRUEBA ('A') O RECHAZA ('R'). AL APROBAR SE CANCELA LA        *
      * ORIGINAL (ICODRAZ/DMOTIVO), SE GRABA LA CARTA REFACTURADA      *
      * (ICUENTANVA/ICONCEPTNVO) Y SE REVIERTEN Y REAPLICAN VOLUMEN    *
      * (ZMDT639), COMISION (CUENTA O ZMDT614 SI EL PERIODO YA SE      *
      * ARCHIVO, SPERCERR '1') E ISR (ZMDT664); LOS IMPORTES QUEDAN    *
      * AQUI PARA LA POLIZA DE CORRECCIONES. RENGLONES EN ZMDT733      *
      * (35/ZMWSC306/ZMWSC307).                                        *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT732 TABLE
           ( ZM732_IEMPR                    CHAR(3) NOT NULL,
             ZM732_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM732_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM732_ISECCORR                 DECIMAL(3, 0) NOT NULL,
             ZM732_TMOTIVO                  CHAR(1) NOT NULL,
             ZM732_ICUENTANVA               DECIMAL(7, 0) NOT NULL,
             ZM732_ICONCEPTNVO              DECIMAL(5, 0),
             ZM732_ICODRAZ                  CHAR(4) NOT NULL,
             ZM732_DMOTIVO                  CHAR(120) NOT NULL,
             ZM732_FLIQUIDA                 DATE NOT NULL,
             ZM732_MIMPORTEORI              DECIMAL(15, 2) NOT NULL,
             ZM732_MIMPORTENVO              DECIMAL(15, 2) NOT NULL,
             ZM732_MCOMISORI                DECIMAL(15, 2) NOT NULL,
             ZM732_MCOMISNVA                DECIMAL(15, 2) NOT NULL,
             ZM732_MRETORI                  DECIMAL(15, 2) NOT NULL,
             ZM732_MRETNVO                  DECIMAL(15, 2) NOT NULL,
             ZM732_SPERCERR                 CHAR(1) NOT NULL,
             ZM732_IESTADO                  CHAR(1) NOT NULL,
             ZM732_IUSRSOL                  CHAR(8) NOT NULL,
             ZM732_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM732_IUSRAUT                  CHAR(8),
             ZM732_FAUTORIZ                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT732                   *
      ******************************************************************
       01  DCLZMDT732.
           10 ZM732-IEMPR          PIC X(3).
           10 ZM732-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM732-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM732-ISECCORR       PIC S9(3)V USAGE COMP-3.
           10 ZM732-TMOTIVO        PIC X(1).
           10 ZM732-ICUENTANVA     PIC S9(7)V USAGE COMP-3.
           10 ZM732-ICONCEPTNVO    PIC S9(5)V USAGE COMP-3.
           10 ZM732-ICODRAZ        PIC X(4).
           10 ZM732-DMOTIVO        PIC X(120).
           10 ZM732-FLIQUIDA       PIC X(10).
           10 ZM732-MIMPORTEORI    PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-MIMPORTENVO    PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-MCOMISORI      PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-MCOMISNVA      PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-MRETORI        PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-MRETNVO        PIC S9(13)V99 USAGE COMP-3.
           10 ZM732-SPERCERR       PIC X(1).
           10 ZM732-IESTADO        PIC X(1).
           10 ZM732-IUSRSOL        PIC X(8).
           10 ZM732-FSOLICIT       PIC X(26).
           10 ZM732-IUSRAUT        PIC X(8).
           10 ZM732-FAUTORIZ       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
