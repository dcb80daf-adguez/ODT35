      *            VIGENTE (ms35/ZMWSC018/ZMWSC019); CUENTA SIN
      *            TRATAMIENTO FISCAL O SIN TASA PARAMETRIZADA NO
      *            RETIENE Y SALE CON RW-SIN-TASA PARA EL REPORTE DE
      *            EXCEPCIONES DEL MERGE. CON RW-REVERSION EL
      *            IMPORTE DE LA CARTA SE RESTA DEL ACUMULADO.
      *----
       9450-CALCULA-RETENCION-ISR.
      *----
              COMPUTE RW-MRETENIDO ROUNDED =
                      RW-MBASE * RW-PTASA

              IF RW-REVERSION
                 COMPUTE RW-MBASE     = 0 - RW-MBASE
                 COMPUTE RW-MRETENIDO = 0 - RW-MRETENIDO
              END-IF

              EXEC SQL
                   UPDATE ZMDT664
                      SET ZM664_MBASE     = ZM664_MBASE +
              ELSE
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           SET RW-NORMAL                   TO TRUE.
      *----
      * ZMWSC191 : CONSTANCIA ANUAL DE RETENCIONES: UNA POR CUENTA
      *            CON RETENCION EN EL EJERCICIO, CON NOMBRE Y RFC
      *            DEL CLIENTE. EL LOTE IMPRIME CON EL MEMBRETE DE
      *            LA EMPRESA (9240-LEE-EMPRESA-EDOCTA) Y ENTREGA
      *            POR EL IENVDOC DE LA CUENTA (RW-IENVDOC).
      *----
       9451-ABRE-CONSTANCIA.
      *----
                          A.ZM664_MBASE,
                          A.ZM664_MRETENIDO,
                          COALESCE(B.IRFC, ' '),
                          COALESCE(B.NABREV, ' '),
                          COALESCE(B.IENVDOC, 0)
                     FROM ZMDT664 A
                          LEFT JOIN CUENTA B
                       ON B.IEMPR   = A.ZM664_IEMPR
                FETCH CCONSTAN
                 INTO :RW-ICUENTA, :RW-MBASE,
                      :RW-MRETENIDO,
                      :RW-IRFC,    :RW-NABREV,
                      :RW-IENVDOC
           END-EXEC

           IF SQLCODE EQUAL 0
