      *            ENTRE DOS CUENTAS), ZMWSC222/ZMWSC223 (EL BLOQUEO
      *            POR EXPEDIENTE 9522, CON ZMWSC022/ZMWSC023) Y
      *            ZMWSC246/ZMWSC247 (EL CALLBACK 9577, QUE SE ARMA
      *            TRAS CADA RENGLON GRABADO), ZMWSC264/ZMWSC265
      *            (LA VENTANA DE LA OFERTA PUBLICA 9632),
      *            ZMWSC266/ZMWSC267 (EL LIBRO DE EFECTIVO: 9647
      *            SOLO AVISA EN RS-DAVISO SI EL EFECTIVO MAS LA
      *            LINEA NO CUBRE EL RENGLON; LA CARTA SE ACEPTA Y
      *            9274 RESERVA LOS FONDOS) Y ZMWSC278/ZMWSC279
      *            (EL BLOQUEO POR LLAMADA DE MARGEN VENCIDA 9702,
      *            CON SUS DEPENDENCIAS), ZMWSC290/ZMWSC291 (EL
      *            CANDADO DE CUENTA EN SUCESION 9748) Y ZMWSC296/
      *            ZMWSC297 (LA VERIFICACION A CIEGAS 9779, QUE
      *            TAMBIEN SE EVALUA TRAS CADA RENGLON GRABADO) Y
      *            ZMWSC302/ZMWSC303 (9812 SOLO AVISA EN RS-DAVISO SI
      *            LA CUENTA CON MERCADO EXTRANJERO TIENE ALGUN
      *            TITULAR SIN FORMA W-8/W-9 VIGENTE) Y ZMWSC324/
      *            ZMWSC325 (LA E.FIRMA 9913 DE LAS CARTAS DE CANAL
      *            ELECTRONICO, RS-CANAL-EFIRMA) Y ZMWSC334/ZMWSC335
      *            (LA BITACORA DE RECHAZOS DE CAPTURA 9960).
      *            CODIGOS DE RECHAZO PROPIOS DEL SERVICIO (SIGUEN A
      *            LOS '00'-'07' DEL INTAKE): '08' POSICION, '09'
      *            LINEA DE CREDITO, '10' VENTANA, '11' APODERADO,
      *            '12' CUENTA CON HIT RESTRINGIDO CONFIRMADO, '13'
      *            EXPEDIENTE INCOMPLETO O VENCIDO, '14' CARTA FUERA
      *            DE LA VENTANA O DEL RANGO DE PRECIO DE LA OFERTA,
      *            '15' CUENTA CON LLAMADA DE MARGEN VENCIDA, '16'
      *            CUENTA CONGELADA POR SUCESION, '17' E.FIRMA NO
      *            VERIFICADA (SIN FIRMA, FIRMA QUE NO CORRESPONDE,
      *            CERTIFICADO NO VIGENTE O REVOCADO, RFC AJENO A LA
      *            CUENTA O CERTIFICADO DISTINTO AL DEL RENGLON 1).
      *            EL '18' (CONTRATO FUERA DEL ALCANCE DE EMPRESAS/
      *            SUCURSALES DE RS-IUSUARIO) LO DA EL INTAKE 9273,
      *            IGUAL QUE EL '19' (CUENTA CON RESTRICCION VIGENTE
      *            DE COMPRAS, VENTAS O CONGELAMIENTO, 9996 DE
      *            ZMWSC342/ZMWSC343) Y EL '20' (CUENTA PENDIENTE DE
      *            ACTIVACION, 9007 DE ZMWSC344/ZMWSC345).
      *----
       9533-SIRVE-REGISTRO-CARTA.
      *----
           SET RS-RECHAZADA                TO TRUE
           MOVE SPACES                     TO RS-DRECHAZO
           MOVE SPACES                     TO RS-ICODRECH
           MOVE SPACES                     TO RS-DAVISO
           MOVE SPACES                     TO RS-ICERTSER
           MOVE SPACES                     TO RS-SEFIRMA

           INITIALIZE                         BK-ENTRADA
           MOVE RS-IEMPR                   TO BK-IEMPR
              PERFORM 9627-VALIDA-SESION-SERVICIO

              IF RS-ICODRECH               EQUAL SPACES
                 MOVE RS-IEMPR             TO EF-IEMPR
                 MOVE RS-ICUENTA           TO EF-ICUENTA
                 MOVE RS-MIMPORTE          TO EF-MIMPORTE
                 PERFORM 9647-VALIDA-FONDOS-CARTA
                 IF EF-SIN-FONDOS
                    MOVE EF-DMENSAJE       TO RS-DAVISO
                 END-IF

                 IF RS-DAVISO              EQUAL SPACES
                    MOVE RS-IEMPR          TO FF-IEMPR
                    MOVE RS-ICUENTA        TO FF-ICUENTA
                    MOVE WX-TFECHOY        TO FF-FECHA
                    PERFORM 9812-VERIFICA-FORMAS-CUENTA
                    IF FF-CON-AVISO
                       MOVE FF-DMENSAJE    TO RS-DAVISO
                    END-IF
                 END-IF

                 PERFORM 9274-INSERTA-CARTA-INTAKE
                 SET RS-ACEPTADA           TO TRUE
                 MOVE BK-ICONCEPT          TO RS-ICONCEPT
                    PERFORM 9600-VALIDA-SQL
                 END-IF

      *          LA E.FIRMA VERIFICADA QUEDA EN LA CARATULA AL ABRIR
      *          LA CARTA; LOS RENGLONES 2+ YA SE COTEJARON CONTRA ELLA.
                 IF RS-ILINEA              EQUAL 1
                    AND RS-CANAL-EFIRMA
                    MOVE RS-ICONCEPT       TO FI-ICONCEPT
                    PERFORM 9915-GRABA-EFIRMA-CARTA
                 END-IF

      *          CARTA GRANDE: SE ARMA EL CONTROL DE CONFIRMACION
      *          TELEFONICA (ZMDT688); MIENTRAS NO SE CONFIRME, EL
      *          EXTRACTO A MERCADO (9562) NO LA TOMA. SE EVALUA
                    MOVE BK-ICONCEPT       TO CB-ICONCEPT
                    PERFORM 9577-VERIFICA-UMBRAL-CONFIRMA
                 END-IF

      *          VERIFICACION A CIEGAS (ZMDT724): POR CONCEPTO O POR
      *          IMPORTE; MIENTRAS OTRO OPERADOR NO LA RECAPTURE SIN
      *          DIFERENCIAS, 9562 NO LA TOMA. SIN PARAMETRO SOLO
      *          APLICA LA REGLA DEL CONCEPTO.
                 MOVE SPACES               TO VD-MUMBRAL-ALFA
                 MOVE 'REG'                TO PV-ITIPOPAR
                 MOVE 'VERIFICA'           TO PV-IPARAM
                 MOVE WX-TFECHOY           TO PV-FVIGENCIA
                 PERFORM 9180-LEE-PARAM-VIGENTE

                 IF PV-ENCONTRADO
                    MOVE PV-DATOSPAR(1:15) TO VD-MUMBRAL-ALFA
                 END-IF

                 MOVE RS-IEMPR             TO VD-IEMPR
                 MOVE RS-ICUENTA           TO VD-ICUENTA
                 MOVE BK-ICONCEPT          TO VD-ICONCEPT
                 MOVE RS-IUSUARIO          TO VD-IUSUARIO
                 PERFORM 9779-VERIFICA-REQUIERE-DOBLE
              ELSE
      *          EL RECHAZO DE LA SESION QUEDA EN LA BITACORA DE
      *          RECHAZOS DE CAPTURA (LOS DEL INTAKE LOS GRABA 9273).
                 MOVE RS-IUSUARIO          TO RJ-IUSUARIO
                 MOVE RS-IPROGRAM          TO RJ-IPROGRAM
                 MOVE RS-IEMPR             TO RJ-IEMPR
                 MOVE RS-ICUENTA           TO RJ-ICUENTA
                 MOVE BK-ICONCEPT          TO RJ-ICONCEPT
                 IF RS-ILINEA              EQUAL 1
                    MOVE 0                 TO RJ-ICONCEPT
                 END-IF
                 MOVE SPACES               TO RJ-ICHEQUEO
                 MOVE RS-ICODRECH          TO RJ-ICODRECH
                 MOVE SPACES               TO RJ-IUSRAUT
                 MOVE RS-DRECHAZO          TO RJ-DMENSAJE
                 SET RJ-RECHAZO            TO TRUE
                 PERFORM 9960-REGISTRA-RECHAZO-CAPTURA
              END-IF
           END-IF.
      *----
      * ZMWSC229 : LAS VALIDACIONES QUE LA PANTALLA CORRE EN SU
      *            SESION, AQUI DENTRO DEL SERVICIO: VENTANA,
      *            OFERTA PUBLICA DE LA EMISORA/SERIE, APODERADO
      *            (SOLO EN LA LINEA 1, QUE ABRE LA CARTA),
      *            POSICION DISPONIBLE Y LINEA DE CREDITO.
      *----
       9627-VALIDA-SESION-SERVICIO.
              MOVE VW-DMENSAJE             TO RS-DRECHAZO
           END-IF

      *    CARTA DE CANAL ELECTRONICO: LA E.FIRMA DEL CLIENTE SOBRE EL
      *    CONTENIDO DEL RENGLON (9913). EL RENGLON 1 AUN NO TIENE
      *    CONCEPTO; LOS DEMAS SE COTEJAN CONTRA EL CERTIFICADO DE LA
      *    CARTA.
           IF RS-ICODRECH                  EQUAL SPACES
              AND RS-CANAL-EFIRMA
              MOVE RS-IEMPR                TO FI-IEMPR
              MOVE RS-ICUENTA              TO FI-ICUENTA
              MOVE WX-TFECHOY              TO FI-FECHA
              IF RS-ILINEA                 EQUAL 1
                 MOVE 0                    TO FI-ICONCEPT
              ELSE
                 MOVE RS-ICONCEPT          TO FI-ICONCEPT
              END-IF
              MOVE RS-IEMPR                TO FI-CT-IEMPR
              MOVE RS-ICUENTA              TO FI-CT-ICUENTA
              MOVE RS-IEMISORA             TO FI-CT-IEMISORA
              MOVE RS-ISERIE               TO FI-CT-ISERIE
              MOVE RS-GRUPO                TO FI-CT-GRUPO
              MOVE RS-INSTRUMENTO          TO FI-CT-INSTRUMENTO
              MOVE RS-ILINEA               TO FI-CT-ILINEA
              MOVE RS-ICONTR               TO FI-CT-ICONTR
              MOVE RS-CTITULOS             TO FI-CT-CTITULOS
              MOVE RS-MIMPORTE             TO FI-CT-MIMPORTE
              MOVE RS-LFIRMA               TO FI-LFIRMA
              MOVE RS-DFIRMA               TO FI-DFIRMA
              MOVE RS-LCERTIF              TO FI-LCERTIF
              MOVE RS-DCERTIF              TO FI-DCERTIF
              PERFORM 9913-VERIFICA-EFIRMA-CARTA

              MOVE FI-ICERTSER             TO RS-ICERTSER
              MOVE FI-SEFIRMA              TO RS-SEFIRMA
              IF NOT FI-VERIFICADA
                 MOVE '17'                 TO RS-ICODRECH
                 MOVE FI-DMENSAJE          TO RS-DRECHAZO
              END-IF
           END-IF

      *    CARTA DE COLOCACION: LA EMISORA/SERIE CON OFERTA PUBLICA
      *    REGISTRADA (ZMDT698) SOLO RECIBE CARTAS DENTRO DE SU
      *    VENTANA Y, CUANDO EL RENGLON TRAE TITULOS E IMPORTE,
      *    DENTRO DE SU RANGO DE PRECIO.
           IF RS-ICODRECH                  EQUAL SPACES
              MOVE RS-IEMPR                TO OF-IEMPR
              MOVE RS-IEMISORA             TO OF-IEMISORA
              MOVE RS-ISERIE               TO OF-ISERIE
              MOVE RS-GRUPO                TO OF-GRUPO
              MOVE WX-TFECHOY              TO OF-FECHA
              MOVE 0                       TO OF-MPRECIO
              IF RS-CTITULOS               GREATER THAN 0
                 AND RS-MIMPORTE           GREATER THAN 0
                 COMPUTE OF-MPRECIO = RS-MIMPORTE / RS-CTITULOS
              END-IF
              PERFORM 9632-VALIDA-OFERTA-CARTA

              IF OF-FUERA-VENTANA OR OF-PRECIO-FUERA
                 MOVE '14'                 TO RS-ICODRECH
                 MOVE OF-DMENSAJE          TO RS-DRECHAZO
              END-IF
           END-IF

      *    UNA CUENTA CON HIT RESTRINGIDO CONFIRMADO NO REGISTRA
      *    CARTAS POR NINGUN CANAL.
           IF RS-ICODRECH                  EQUAL SPACES
              END-IF
           END-IF

      *    UNA CUENTA CON LLAMADA DE MARGEN VENCIDA SIN CUBRIR
      *    (ZMDT709 'V') NO REGISTRA CARTAS NUEVAS HASTA CUBRIRLA.
           IF RS-ICODRECH                  EQUAL SPACES
              MOVE RS-IEMPR                TO MG-IEMPR
              MOVE RS-ICUENTA              TO MG-ICUENTA
              PERFORM 9702-VERIFICA-BLOQUEO-MARGEN

              IF MG-BLOQUEADA
                 MOVE '15'                 TO RS-ICODRECH
                 MOVE 'CUENTA CON LLAMADA DE MARGEN VENCIDA'
                                           TO RS-DRECHAZO
              END-IF
           END-IF

      *    UNA CUENTA CON CASO DE SUCESION ABIERTO (ZMDT719) ESTA
      *    CONGELADA HASTA QUE EL CASO SE CIERRE.
           IF RS-ICODRECH                  EQUAL SPACES
              MOVE RS-IEMPR                TO HE-IEMPR
              MOVE RS-ICUENTA              TO HE-ICUENTA
              PERFORM 9748-VERIFICA-BLOQUEO-SUCESION

              IF HE-BLOQUEADA
                 MOVE '16'                 TO RS-ICODRECH
                 MOVE 'CUENTA CONGELADA POR SUCESION'
                                           TO RS-DRECHAZO
              END-IF
           END-IF

      *    BLOQUEO PARAMETRIZADO POR EXPEDIENTE INCOMPLETO O
      *    VENCIDO (ZMDT675/ZMDT676), IGUAL QUE EN PANTALLA.
           IF RS-ICODRECH                  EQUAL SPACES
