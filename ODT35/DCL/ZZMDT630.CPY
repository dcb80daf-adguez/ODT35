      * PERFIL DE INVERSION DE LA CUENTA (CUENTA.IPERFINV, 9517 DE     *
      * 35/ZMWSC220/ZMWSC221). NULA EN EMISIONES AUN SIN CLASIFICAR,   *
      * QUE SE TRATAN COMO RIESGO MAYOR (9) POR PRUDENCIA.             *
      * ZM630_TCLASE ES LA CLASE DE INSTRUMENTO: NULA = EMISION        *
      * LISTADA (LIQUIDA CON LAS FECHAS VALOR BMV DE VXT001), 'F' =    *
      * FONDO DE INVERSION (SE OPERA POR ORDENES DE SUSCRIPCION Y      *
      * REDENCION A NAV, CON SUS PARAMETROS EN ZMDT746, 35/ZMWSC320/   *
      * ZMWSC321); LA CAPTURA DE CARTAS LO RECHAZA (9245).             *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT630 TABLE
           ( ZM630_IEMISORA                 CHAR(7) NOT NULL,
             ZM630_SSUSPEND                 CHAR(1) NOT NULL,
             ZM630_IUSUARIO                 CHAR(8) NOT NULL,
             ZM630_FSIST                    TIMESTAMP NOT NULL,
             ZM630_IRIESGO                  DECIMAL(1, 0),
             ZM630_TCLASE                   CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT630                   *
           10 ZM630-IUSUARIO       PIC X(8).
           10 ZM630-FSIST          PIC X(26).
           10 ZM630-IRIESGO        PIC S9(1)V USAGE COMP-3.
           10 ZM630-TCLASE         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
