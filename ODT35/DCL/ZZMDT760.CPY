      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT760)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT760))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT760 ES LA BITACORA DE RECHAZOS Y AUTORIZACIONES DE         *
      * EXCEPCION EN LA CAPTURA DE CARTAS: CADA INTENTO QUE UNA        *
      * VALIDACION RECHAZA (TEVENTO 'R') Y CADA VOBO DE SUPERVISOR QUE *
      * LA PASA POR ALTO (TEVENTO 'S', IUSRAUT = SUPERVISOR). ICHEQUEO *
      * ES EL NUMERO DE LA RUTINA QUE VALIDO (9245 EMISORA, 9272       *
      * DUPLICADO, 9347 POSICION, 9449 PRECIO, 9517 IDONEIDAD, 9585    *
      * CONCENTRACION, 9314 VENTANA, 9558 RESTRINGIDOS, ETC.) E        *
      * ICODRECH EL CODIGO DEL INTAKE/SERVICIO CUANDO LO HAY. ISUCCASA *
      * ES LA SUCURSAL DE LA CUENTA; ICONCEPT = 0 CUANDO LA CARTA AUN  *
      * NO TENIA CONCEPTO. ISECREC ES FOLIO DE ZMDT642. VEA            *
      * 35/ZMWSC334/ZMWSC335.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT760 TABLE
           ( ZM760_ISECREC                  DECIMAL(9, 0) NOT NULL,
             ZM760_IUSUARIO                 CHAR(8) NOT NULL,
             ZM760_IPROGRAM                 CHAR(8) NOT NULL,
             ZM760_ISUCCASA                 CHAR(3) NOT NULL,
             ZM760_IEMPR                    CHAR(3) NOT NULL,
             ZM760_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM760_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM760_ICHEQUEO                 CHAR(4) NOT NULL,
             ZM760_ICODRECH                 CHAR(2) NOT NULL,
             ZM760_TEVENTO                  CHAR(1) NOT NULL,
             ZM760_IUSRAUT                  CHAR(8),
             ZM760_DMENSAJE                 CHAR(50) NOT NULL,
             ZM760_FREG                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT760                   *
      ******************************************************************
       01  DCLZMDT760.
           10 ZM760-ISECREC        PIC S9(9)V USAGE COMP-3.
           10 ZM760-IUSUARIO       PIC X(8).
           10 ZM760-IPROGRAM       PIC X(8).
           10 ZM760-ISUCCASA       PIC X(3).
           10 ZM760-IEMPR          PIC X(3).
           10 ZM760-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM760-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM760-ICHEQUEO       PIC X(4).
           10 ZM760-ICODRECH       PIC X(2).
           10 ZM760-TEVENTO        PIC X(1).
           10 ZM760-IUSRAUT        PIC X(8).
           10 ZM760-DMENSAJE       PIC X(50).
           10 ZM760-FREG           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
