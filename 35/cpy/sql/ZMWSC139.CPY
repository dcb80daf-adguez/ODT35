      *            ZMWSC218/ZMWSC219); QUIEN INCLUYA ESTE COPY DEBE
      *            INCLUIR TAMBIEN ESOS CUATRO, ms35/ZMWSC018/
      *            ZMWSC019 Y EL SUSPENSO ZMWSC256/ZMWSC257 (LAS
      *            EXCEPCIONES SE ESTACIONAN EN ZMDT692). LA
      *            LIQUIDACION APLICA ADEMAS LA RESERVA DE FONDOS EN
      *            EL LIBRO DE EFECTIVO (9646, ZMWSC266/ZMWSC267) Y
      *            LIQUIDA LOS FILLS EN EL LIBRO INTERNO DE POSICION
      *            (9679, ZMWSC274/ZMWSC275) Y EN EL COSTO PROMEDIO
      *            CON SU GANANCIA REALIZADA (9714, ZMWSC282/
      *            ZMWSC283). CADA CAMBIO DE ESTADO APLICADO GRABA SU
      *            EVENTO EN LA BANDEJA DE SALIDA (9789, ZMWSC298/
      *            ZMWSC299 CON ZMWSC142/ZMWSC143) Y LA EJECUCION Y
      *            LA LIQUIDACION SE SUMAN AL RESUMEN DIARIO (9795,
      *            ZMWSC300/ZMWSC301). LA HORA DE MERCADO,
      *            EJECUCION Y LIQUIDACION QUEDA EN LOS TIEMPOS DE
      *            SERVICIO DE LA CARTA (9966, ZMWSC336/ZMWSC337).
      *----
       9343-MERGE-ESTADO-CARTAS.
      *----
              IF SQLCODE EQUAL 0
                 ADD 1                     TO LC-NUMPROC

                 MOVE LC-IEMPR             TO EV-IEMPR
                 MOVE LC-ICUENTA           TO EV-ICUENTA
                 MOVE LC-ICONCEPT          TO EV-ICONCEPT
                 SET EV-CAMBIO-ESTADO      TO TRUE
                 MOVE LC-SESTATUS          TO EV-IESTVIDA
                 MOVE 'BATCH'              TO EV-IUSUARIO
                 MOVE W000-PROG            TO EV-IPROGRAM
                 PERFORM 9789-REGISTRA-EVENTO-CARTA

      *          LA HORA DEL MERCADO DE CADA ETAPA QUEDA PARA LOS
      *          TIEMPOS DE SERVICIO (EL STAGING SE DEPURA).
                 IF LC-EN-MERCADO OR LC-EJECUTADA OR LC-LIQUIDADA
                    MOVE LC-IEMPR          TO TA-IEMPR
                    MOVE LC-ICUENTA        TO TA-ICUENTA
                    MOVE LC-ICONCEPT       TO TA-ICONCEPT
                    MOVE LC-SESTATUS       TO TA-SESTATUS
                    MOVE LC-FEVENTO        TO TA-FEVENTO
                    PERFORM 9966-REGISTRA-TIEMPO-CARTA
                 END-IF

      *          LA EJECUCION Y LA LIQUIDACION SE SUMAN AL RESUMEN
      *          DIARIO EN EL DIA DEL EVENTO DEL MERCADO.
                 IF LC-EJECUTADA OR LC-LIQUIDADA
                    MOVE LC-IEMPR          TO DA-IEMPR
                    MOVE LC-ICUENTA        TO DA-ICUENTA
                    MOVE LC-ICONCEPT       TO DA-ICONCEPT
                    MOVE 0                 TO DA-ILINEA
                    MOVE LC-FEVENTO(1:10)  TO DA-FACTIV
                    MOVE LC-SESTATUS       TO DA-TMOVTO
                    PERFORM 9795-ACUMULA-RESUMEN-CARTAS
                 END-IF

      *          LA LIQUIDACION DISPARA LA RETENCION DE ISR DE LA
      *          CARTA, ACUMULADA POR CUENTA Y EJERCICIO (ZMDT664).
                 IF LC-LIQUIDADA
                    MOVE LC-ICONCEPT       TO RW-ICONCEPT
                    MOVE LC-FEVENTO(1:10)  TO RW-FECHA
                    PERFORM 9450-CALCULA-RETENCION-ISR

      *             Y CONVIERTE LA RESERVA DE FONDOS EN EL CARGO (O
      *             ABONO) DEFINITIVO DEL LIBRO DE EFECTIVO.
                    MOVE LC-IEMPR          TO EF-IEMPR
                    MOVE LC-ICUENTA        TO EF-ICUENTA
                    MOVE LC-ICONCEPT       TO EF-ICONCEPT
                    MOVE LC-FEVENTO(1:10)  TO EF-FVALOR
                    MOVE 'BATCH'           TO EF-IUSUARIO
                    MOVE W000-PROG         TO EF-IPROGRAM
                    PERFORM 9646-APLICA-FONDOS-CARTA

      *             LOS TITULOS DE SUS FILLS PASAN DE PENDIENTES A
      *             LIQUIDADOS EN EL LIBRO INTERNO DE POSICION.
                    MOVE LC-IEMPR          TO PB-IEMPR
                    MOVE LC-ICUENTA        TO PB-ICUENTA
                    MOVE LC-ICONCEPT       TO PB-ICONCEPT
                    PERFORM 9679-LIQUIDA-POSICION-CARTA

      *             CON FILLS LIQUIDADOS, LA COMPRA ENTRA AL COSTO
      *             PROMEDIO Y LA VENTA REGISTRA SU GANANCIA.
                    IF PB-CTITULOS         NOT = 0
                       MOVE LC-IEMPR       TO CP-IEMPR
                       MOVE LC-ICUENTA     TO CP-ICUENTA
                       MOVE LC-ICONCEPT    TO CP-ICONCEPT
                       MOVE LC-FEVENTO(1:10)
                                           TO CP-FECHA
                       PERFORM 9714-COSTO-LIQUIDA-CARTA
                    END-IF
                 END-IF

      *          UN FALLO ABRE (O REACTIVA EN EL REPORTE) SU CASO
