           END-IF.
      *----
      * ZMWSC261 : CUENTAS VIGENTES DE LA EMPRESA CON SU VOLUMEN Y
      *            COMISION DE LOS ULTIMOS 12 MESES. EL VOLUMEN DE UNA
      *            CUENTA EN UN HOGAR QUE SE ESTRATIFICA JUNTO (ZMDT754,
      *            SESTRATO = '1') ES EL DE TODOS LOS MIEMBROS.
      *----
       9620-ABRE-ESTRATIFICACION.
      *----
                   SELECT A.ICUENTA, A.IESTRATO,
                          ( SELECT COALESCE(SUM(V.ZM639_MVOLUMEN), 0)
                              FROM ZMDT639 V
                             WHERE ( ( V.ZM639_IEMPR   = A.IEMPR
                                   AND V.ZM639_ICUENTA = A.ICUENTA )
                                OR EXISTS
                                 ( SELECT 1
                                     FROM ZMDT755 M1, ZMDT755 M2,
                                          ZMDT754 H
                                    WHERE M1.ZM755_IEMPR   = A.IEMPR
                                      AND M1.ZM755_ICUENTA = A.ICUENTA
                                      AND M1.ZM755_IESTADO IN ('A','Q')
                                      AND H.ZM754_IHOGAR   =
                                          M1.ZM755_IHOGAR
                                      AND H.ZM754_IESTADO  IN ('A','Q')
                                      AND H.ZM754_SESTRATO = '1'
                                      AND M2.ZM755_IHOGAR  =
                                          M1.ZM755_IHOGAR
                                      AND M2.ZM755_IESTADO IN ('A','Q')
                                      AND M2.ZM755_IEMPR   =
                                          V.ZM639_IEMPR
                                      AND M2.ZM755_ICUENTA =
                                          V.ZM639_ICUENTA ) )
                               AND ( V.ZM639_IANIO * 12 +
                                     V.ZM639_IMES ) >
                                   ( YEAR(DATE(:ET-FECHA)) * 12 +
