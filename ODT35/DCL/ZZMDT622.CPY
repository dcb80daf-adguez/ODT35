      * AGOTO REINTENTOS; SALE EN EL REPORTE DIARIO PARA QUE LA MESA    *
      * LLAME AL CLIENTE). ZM622_CINTENTOS CUENTA LOS INTENTOS DE       *
      * ENTREGA Y ZM622_FULTINT GUARDA LA FECHA DEL ULTIMO INTENTO.     *
      * ZM622_TMENSAJE CLASIFICA EL MENSAJE: NULO = OPERATIVO, 'M' =   *
      * MERCADOTECNIA, 'A' = SOLICITUD DE REACEPTACION DEL AVISO DE    *
      * PRIVACIDAD (35/ZMWSC304/ZMWSC305). EL DESPACHADOR NO ENVIA LOS *
      * 'M' DE CUENTAS QUE SE OPUSIERON A LA MERCADOTECNIA (ZMDT731) Y *
      * LOS MARCA '4' (SUPRIMIDA).                                     *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT622 TABLE
           ( ZM622_IEMPR                    CHAR(3) NOT NULL,
             ZM622_FALTA                    TIMESTAMP NOT NULL,
             ZM622_FENVIADO                 TIMESTAMP,
             ZM622_CINTENTOS                DECIMAL(3, 0) NOT NULL,
             ZM622_FULTINT                  TIMESTAMP,
             ZM622_TMENSAJE                 CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT622                   *
           10 ZM622-FENVIADO       PIC X(26).
           10 ZM622-CINTENTOS      PIC S9(3)V USAGE COMP-3.
           10 ZM622-FULTINT        PIC X(26).
           10 ZM622-TMENSAJE       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
