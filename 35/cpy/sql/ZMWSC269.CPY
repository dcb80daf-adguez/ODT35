      *----
      * ZMWSC269 : RECEPCIONES Y RETIROS SPEI. LAYOUT DE REFERENCIA
      *            ZMWSC268 (SB-REG). EL ARCHIVO 'SPEIREC' SOLO SE
      *            APLICA SI 9355 LO DEJO CUADRADO (LOS RENGLONES DE
      *            UN ARCHIVO RECHAZADO QUEDAN EN 'R').
      * NOTA: LOS MOVIMIENTOS SE GRABAN EN EL LIBRO DE EFECTIVO
      *       (9643, ZMWSC266/ZMWSC267), LO QUE NO CASA VA AL
      *       SUSPENSO (9603, ZMWSC256/ZMWSC257) Y LOS FOLIOS DE
      *       RETIRO Y DE LOTE SALEN DEL SERVIDOR ZMDT642 (9349);
      *       QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN ESOS
      *       CUATRO, ZMWSC142/ZMWSC143, ZMWSC011 (WX-TFECHOY) Y EL
      *       REGISTRO DE CLABES ZMWSC270/ZMWSC271 (UN RETIRO SOLO
      *       SE PAGA A UNA CLABE AUTORIZADA DE LA CUENTA, 9670) Y
      *       ZMWSC290/ZMWSC291 (UNA CUENTA EN SUCESION NO RETIRA,
      *       9748) Y ZMWSC342/ZMWSC343 (UNA CUENTA CON RESTRICCION
      *       VIGENTE DE RETIROS O CONGELADA NO RETIRA, 9996).
      *----
       9650-APLICA-RECEPCIONES-SPEI.
      *----
           MOVE 0                          TO SB-NUMAPLIC
           MOVE 0                          TO SB-NUMSUSP

           EXEC SQL
                DECLARE CSPEIREC CURSOR WITH HOLD FOR
                   SELECT ZM702_ISECREG,  ZM702_FNEGOCIO,
                          ZM702_TMOVTO,   ZM702_CLAVRAST,
                          ZM702_IREFER,
                          COALESCE(ZM702_CLAVORIG, ' '),
                          COALESCE(ZM702_ICODDEV, ' '),
                          ZM702_MIMPORTE,
                          COALESCE(ZM702_CLABEORD, ' '),
                          COALESCE(ZM702_NOMORD, ' ')
                     FROM ZMDT702
                    WHERE ZM702_SPROCESO = '0'
                 ORDER BY ZM702_ISECREG
           END-EXEC

           EXEC SQL
                OPEN CSPEIREC
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET SB-HAY-DATOS                TO TRUE
           PERFORM 9651-LEE-RECEPCION-SPEI
               UNTIL SB-FIN-DATOS

           EXEC SQL
                CLOSE CSPEIREC
           END-EXEC.
      *----
      * ZMWSC269 : LEE LA SIGUIENTE RECEPCION PENDIENTE Y LA APLICA
      *            SEGUN SU TIPO. UNA CLAVE DE RASTREO QUE YA SE
      *            APLICO (EL BANCO REPITIO EL RENGLON EN OTRO
      *            ARCHIVO) SE ESTACIONA COMO DUPLICADO Y NO SE
      *            ABONA DOS VECES.
      *----
       9651-LEE-RECEPCION-SPEI.
      *----
           EXEC SQL
                FETCH CSPEIREC
                 INTO :SB-ISECREG,  :SB-FNEGOCIO,
                      :SB-TMOVTO,   :SB-CLAVRAST,
                      :SB-IREFER,   :SB-CLAVORIG,
                      :SB-ICODDEV,  :SB-MIMPORTE,
                      :SB-CLABEORD, :SB-NOMORD
           END-EXEC

           IF SQLCODE EQUAL 0
              SET SB-HAY-DATOS             TO TRUE
              MOVE 0                       TO SB-NUMDUP

              EXEC SQL
                   SELECT COUNT(*)
                     INTO :SB-NUMDUP
                     FROM ZMDT702
                    WHERE ZM702_CLAVRAST = :SB-CLAVRAST
                      AND ZM702_TMOVTO   = :SB-TMOVTO
                      AND ZM702_SPROCESO = '1'
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              IF SB-NUMDUP                 GREATER THAN 0
                 SET SD-RAZ-DUPLICADO      TO TRUE
                 PERFORM 9655-ESTACIONA-RECEPCION-SPEI
              ELSE
                 IF SB-DEPOSITO
                    PERFORM 9652-APLICA-DEPOSITO-SPEI
                 ELSE
                    PERFORM 9653-APLICA-DEVOLUCION-SPEI
                 END-IF
              END-IF
           ELSE
              SET SB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF.
      *----
      * ZMWSC269 : DEPOSITO DEL CLIENTE: LA REFERENCIA ACTIVA DE
      *            ZMDT703 DA LA CUENTA; SIN ELLA EL DEPOSITO VA AL
      *            SUSPENSO ('CTA') PARA QUE OPERACIONES LO ASIGNE.
      *----
       9652-APLICA-DEPOSITO-SPEI.
      *----
           EXEC SQL
                SELECT ZM703_IEMPR, ZM703_ICUENTA
                  INTO :SB-IEMPR,   :SB-ICUENTA
                  FROM ZMDT703
                 WHERE ZM703_IREFER  = :SB-IREFER
                   AND ZM703_SESTADO = 'A'
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM 9662-ABONA-RECEPCION-SPEI
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET SD-RAZ-CUENTA            TO TRUE
              PERFORM 9655-ESTACIONA-RECEPCION-SPEI
           END-IF.
      *----
      * ZMWSC269 : DEVOLUCION DE UN RETIRO PAGADO: SE CASA CON EL
      *            RETIRO ENVIADO POR SU CLAVE DE RASTREO, EL RETIRO
      *            QUEDA DEVUELTO CON EL MOTIVO DEL BANCO Y EL
      *            IMPORTE SE REABONA A LA CUENTA. SIN RETIRO QUE
      *            CASE VA AL SUSPENSO ('PAG').
      *----
       9653-APLICA-DEVOLUCION-SPEI.
      *----
           EXEC SQL
                SELECT ZM704_IEMPR, ZM704_ICUENTA,
                       ZM704_ISECRET
                  INTO :SB-IEMPR,   :SB-ICUENTA,
                       :SB-ISECRET
                  FROM ZMDT704
                 WHERE ZM704_CLAVRAST = :SB-CLAVORIG
                   AND ZM704_SESTADO  = 'E'
           END-EXEC

           IF SQLCODE EQUAL 0
              EXEC SQL
                   UPDATE ZMDT704
                      SET ZM704_SESTADO = 'D',
                          ZM704_ICODDEV = :SB-ICODDEV,
                          ZM704_FDEVOL  = CURRENT TIMESTAMP
                    WHERE ZM704_IEMPR   = :SB-IEMPR
                      AND ZM704_ICUENTA = :SB-ICUENTA
                      AND ZM704_ISECRET = :SB-ISECRET
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              PERFORM 9662-ABONA-RECEPCION-SPEI
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET SD-RAZ-PAGO              TO TRUE
              PERFORM 9655-ESTACIONA-RECEPCION-SPEI
           END-IF.
      *----
      * ZMWSC269 : MARCA EL RENGLON DEL STAGING CON SU RESULTADO Y LA
      *            CUENTA CON LA QUE CASO.
      *----
       9654-MARCA-RECEPCION-SPEI.
      *----
           EXEC SQL
                UPDATE ZMDT702
                   SET ZM702_SPROCESO = :SB-SPROCESO,
                       ZM702_IEMPR    = :SB-IEMPR,
                       ZM702_ICUENTA  = :SB-ICUENTA,
                       ZM702_FPROCESO = CURRENT TIMESTAMP
                 WHERE ZM702_ISECREG  = :SB-ISECREG
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC269 : ESTACIONA EN EL SUSPENSO LA RECEPCION QUE NO CASO
      *            (LA RAZON LA PUSO EL LLAMADOR EN SD-ICODRAZ) Y LA
      *            DEJA EN 'E'. LLAVE EXTERNA: LA REFERENCIA DEL
      *            DEPOSITO O LA CLAVE DE RASTREO ORIGINAL DE LA
      *            DEVOLUCION; SD-DDATOS(1:9) LLEVA EL FOLIO DEL
      *            STAGING PARA EL REPROCESO (9656).
      *----
       9655-ESTACIONA-RECEPCION-SPEI.
      *----
           MOVE 'SPEIREC'                  TO SD-IARCHIVO
           MOVE SPACES                     TO SD-DLLAVEEXT

           IF SB-DEPOSITO
              MOVE SB-IREFER               TO SD-DLLAVEEXT
           ELSE
              MOVE SB-CLAVORIG             TO SD-DLLAVEEXT
           END-IF

           MOVE SPACES                     TO SD-DDATOS
           MOVE SB-ISECREG                 TO SB-ISECREG-ED
           MOVE SB-ISECREG-ED              TO SD-DDATOS(1:9)
           MOVE SB-TMOVTO                  TO SD-DDATOS(11:1)
           MOVE SB-CLAVRAST                TO SD-DDATOS(13:30)
           MOVE SB-CLABEORD                TO SD-DDATOS(44:18)
           MOVE SB-NOMORD                  TO SD-DDATOS(63:40)
           PERFORM 9603-ESTACIONA-SUSPENSO

           MOVE SPACES                     TO SB-IEMPR
           MOVE 0                          TO SB-ICUENTA
           SET SB-ESTACIONADO              TO TRUE
           PERFORM 9654-MARCA-RECEPCION-SPEI

           ADD 1                           TO SB-NUMSUSP.
      *----
      * ZMWSC269 : REPROCESO DE UNA RECEPCION REPARADA EN EL SUSPENSO
      *            (LA TOMA EL REPROCESADOR CON 9606/9607 CUANDO
      *            SD-IARCHIVO = 'SPEIREC'). DEPOSITO: LA LLAVE
      *            CORREGIDA TRAE EMPRESA (1:3) Y CUENTA (5:7) Y SE
      *            ABONA AHI. DEVOLUCION: LA LLAVE CORREGIDA ES LA
      *            CLAVE DE RASTREO DEL PAGO Y SE VUELVE A CASAR. SI
      *            AUN NO CASA, EL RENGLON SE ESTACIONA DE NUEVO.
      *----
       9656-REAPLICA-RECEPCION-SPEI.
      *----
           MOVE SD-DDATOS(1:9)             TO SB-ISECREG-ED
           MOVE SB-ISECREG-ED              TO SB-ISECREG

           EXEC SQL
                SELECT ZM702_FNEGOCIO, ZM702_TMOVTO,
                       ZM702_CLAVRAST, ZM702_IREFER,
                       COALESCE(ZM702_ICODDEV, ' '),
                       ZM702_MIMPORTE,
                       COALESCE(ZM702_CLABEORD, ' '),
                       COALESCE(ZM702_NOMORD, ' ')
                  INTO :SB-FNEGOCIO, :SB-TMOVTO,
                       :SB-CLAVRAST, :SB-IREFER,
                       :SB-ICODDEV,  :SB-MIMPORTE,
                       :SB-CLABEORD, :SB-NOMORD
                  FROM ZMDT702
                 WHERE ZM702_ISECREG  = :SB-ISECREG
                   AND ZM702_SPROCESO = 'E'
           END-EXEC

           IF SQLCODE EQUAL 0
              IF SB-DEPOSITO
                 MOVE SD-DLLAVENVA(1:3)    TO SB-IEMPR
                 MOVE SD-DLLAVENVA(5:7)    TO SD-ICUENTA-ED
                 MOVE SD-ICUENTA-ED        TO SB-ICUENTA
                 PERFORM 9662-ABONA-RECEPCION-SPEI
              ELSE
                 MOVE SD-DLLAVENVA(1:30)   TO SB-CLAVORIG
                 PERFORM 9653-APLICA-DEVOLUCION-SPEI
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
           END-IF

           PERFORM 9608-MARCA-SUSP-REPROCESADO.
      *----
      * ZMWSC269 : CAPTURA DE LA SOLICITUD DE RETIRO (QUEDA POR
      *            AUTORIZAR). SB-IUSUARIO ES EL QUE CAPTURA.
      *----
       9657-REGISTRA-RETIRO-SPEI.
      *----
           SET SB-OK                       TO TRUE
           MOVE SPACES                     TO SB-DMENSAJE

           EVALUATE TRUE
              WHEN SB-MIMPORTE             NOT GREATER THAN 0
                 SET SB-ERROR              TO TRUE
                 MOVE 'IMPORTE DEL RETIRO DEBE SER MAYOR A CERO'
                                           TO SB-DMENSAJE
              WHEN SB-CLABEBEN             NOT NUMERIC
                 SET SB-ERROR              TO TRUE
                 MOVE 'CLABE DESTINO DEBE SER DE 18 DIGITOS'
                                           TO SB-DMENSAJE
              WHEN SB-NOMBEN               EQUAL SPACES
                 SET SB-ERROR              TO TRUE
                 MOVE 'FALTA EL NOMBRE DEL BENEFICIARIO'
                                           TO SB-DMENSAJE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF SB-OK
              PERFORM 9670-VERIFICA-CLABE-RETIRO
           END-IF

           IF SB-OK
              MOVE SB-IEMPR                TO HE-IEMPR
              MOVE SB-ICUENTA              TO HE-ICUENTA
              PERFORM 9748-VERIFICA-BLOQUEO-SUCESION
              IF HE-BLOQUEADA
                 SET SB-ERROR              TO TRUE
                 MOVE 'CUENTA CONGELADA POR SUCESION'
                                           TO SB-DMENSAJE
              END-IF
           END-IF

           IF SB-OK
              MOVE SB-IEMPR                TO RX-IEMPR
              MOVE SB-ICUENTA              TO RX-ICUENTA
              SET RX-OPER-RETIRO           TO TRUE
              MOVE WX-TFECHOY              TO RX-FECHA
              PERFORM 9996-VERIFICA-RESTRICCION
              IF RX-RESTRINGIDA
                 SET SB-ERROR              TO TRUE
                 MOVE RX-DMENSAJE          TO SB-DMENSAJE
              END-IF
           END-IF

           IF SB-OK
              MOVE 'ZMDT704'               TO FO-ITABLA
              MOVE SB-IEMPR                TO FO-LL-IEMPR
              MOVE SB-ICUENTA              TO FO-LL-ICUENTA
              MOVE 0                       TO FO-LL-ICONCEPT
              PERFORM 9349-OBTEN-FOLIO
              MOVE FO-NFOLIO               TO SB-ISECRET

              EXEC SQL
                   INSERT INTO ZMDT704
                        ( ZM704_IEMPR,    ZM704_ICUENTA,
                          ZM704_ISECRET,  ZM704_MIMPORTE,
                          ZM704_CLABEBEN, ZM704_NOMBEN,
                          ZM704_SESTADO,  ZM704_IUSRCAP,
                          ZM704_FSOLIC,   ZM704_IUSRAUT,
                          ZM704_FAUT,     ZM704_ISECLOTE,
                          ZM704_CLAVRAST, ZM704_ICODDEV,
                          ZM704_FDEVOL )
                   VALUES ( :SB-IEMPR,    :SB-ICUENTA,
                            :SB-ISECRET,  :SB-MIMPORTE,
                            :SB-CLABEBEN, :SB-NOMBEN,
                            'P',          :SB-IUSUARIO,
                            CURRENT TIMESTAMP, NULL,
                            NULL,         NULL,
                            NULL,         NULL,
                            NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC269 : AUTORIZA (SB-AUTORIZAR) O RECHAZA (SB-RECHAZAR) LA
      *            SOLICITUD SB-ISECRET. EL QUE AUTORIZA (SB-IUSUARIO)
      *            NO PUEDE SER EL QUE CAPTURO. AL AUTORIZAR, EL
      *            DISPONIBLE EN EFECTIVO (SALDO - RESERVADO, SIN
      *            LINEA DE CREDITO: UN RETIRO NO SE PAGA CON
      *            CREDITO) DEBE CUBRIR EL IMPORTE, Y SE RESERVA.
      *----
       9658-AUTORIZA-RETIRO-SPEI.
      *----
           SET SB-OK                       TO TRUE
           MOVE SPACES                     TO SB-DMENSAJE

           EXEC SQL
                SELECT ZM704_MIMPORTE, ZM704_IUSRCAP,
                       ZM704_CLABEBEN
                  INTO :SB-MIMPORTE,   :SB-IUSRCAP,
                       :SB-CLABEBEN
                  FROM ZMDT704
                 WHERE ZM704_IEMPR   = :SB-IEMPR
                   AND ZM704_ICUENTA = :SB-ICUENTA
                   AND ZM704_ISECRET = :SB-ISECRET
                   AND ZM704_SESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              SET SB-ERROR                 TO TRUE
              MOVE 'RETIRO NO EXISTE O YA FUE RESUELTO'
                                           TO SB-DMENSAJE
           END-IF

           IF SB-OK
              AND SB-IUSRCAP               EQUAL SB-IUSUARIO
              SET SB-ERROR                 TO TRUE
              MOVE 'AUTORIZA UN USUARIO DISTINTO AL QUE CAPTURO'
                                           TO SB-DMENSAJE
           END-IF

      *    LA CLABE PUDO DARSE DE BAJA, O ABRIRSE LA SUCESION DE LA
      *    CUENTA O REGISTRARSE UNA RESTRICCION, ENTRE LA CAPTURA Y
      *    LA AUTORIZACION.
           IF SB-OK
              AND SB-AUTORIZAR
              PERFORM 9670-VERIFICA-CLABE-RETIRO
           END-IF

           IF SB-OK
              AND SB-AUTORIZAR
              MOVE SB-IEMPR                TO HE-IEMPR
              MOVE SB-ICUENTA              TO HE-ICUENTA
              PERFORM 9748-VERIFICA-BLOQUEO-SUCESION
              IF HE-BLOQUEADA
                 SET SB-ERROR              TO TRUE
                 MOVE 'CUENTA CONGELADA POR SUCESION'
                                           TO SB-DMENSAJE
              END-IF
           END-IF

           IF SB-OK
              AND SB-AUTORIZAR
              MOVE SB-IEMPR                TO RX-IEMPR
              MOVE SB-ICUENTA              TO RX-ICUENTA
              SET RX-OPER-RETIRO           TO TRUE
              MOVE WX-TFECHOY              TO RX-FECHA
              PERFORM 9996-VERIFICA-RESTRICCION
              IF RX-RESTRINGIDA
                 SET SB-ERROR              TO TRUE
                 MOVE RX-DMENSAJE          TO SB-DMENSAJE
              END-IF
           END-IF

           IF SB-OK
              AND SB-AUTORIZAR
              MOVE 0                       TO EF-MSALDO
              MOVE 0                       TO EF-MRESERV

              EXEC SQL
                   SELECT ZM701_MSALDO, ZM701_MRESERV
                     INTO :EF-MSALDO,   :EF-MRESERV
                     FROM ZMDT701
                    WHERE ZM701_IEMPR   = :SB-IEMPR
                      AND ZM701_ICUENTA = :SB-ICUENTA
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF

              COMPUTE SB-MDISPON = EF-MSALDO - EF-MRESERV

              IF SB-MIMPORTE               GREATER THAN SB-MDISPON
                 SET SB-ERROR              TO TRUE
                 MOVE 'FONDOS INSUFICIENTES PARA EL RETIRO'
                                           TO SB-DMENSAJE
              END-IF
           END-IF

           IF SB-OK
              IF SB-AUTORIZAR
                 PERFORM 9663-ARMA-REFER-RETIRO
                 MOVE SB-IEMPR             TO EF-IEMPR
                 MOVE SB-ICUENTA           TO EF-ICUENTA
                 MOVE 0                    TO EF-ICONCEPT
                 MOVE WX-TFECHOY           TO EF-FVALOR
                 MOVE SB-MIMPORTE          TO EF-MIMPORTE
                 SET EF-MOV-RESERVA        TO TRUE
                 SET EF-ORIGEN-SPEI        TO TRUE
                 MOVE SB-DREFER            TO EF-DREFER
                 MOVE SB-IUSUARIO          TO EF-IUSUARIO
                 MOVE SB-IPROGRAM          TO EF-IPROGRAM
                 PERFORM 9643-REGISTRA-MOVTO-EFECTIVO
              END-IF

              EXEC SQL
                   UPDATE ZMDT704
                      SET ZM704_SESTADO = :SB-SDECISION,
                          ZM704_IUSRAUT = :SB-IUSUARIO,
                          ZM704_FAUT    = CURRENT TIMESTAMP
                    WHERE ZM704_IEMPR   = :SB-IEMPR
                      AND ZM704_ICUENTA = :SB-ICUENTA
                      AND ZM704_ISECRET = :SB-ISECRET
                      AND ZM704_SESTADO = 'P'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
      * ZMWSC269 : RETIROS AUTORIZADOS PARA EL ARCHIVO DE PAGOS SPEI
      *            DEL DIA. EL LOTE RECIBE SU FOLIO DEL SERVIDOR
      *            ZMDT642 Y CADA PAGO SU CLAVE DE RASTREO
      *            'ZM' + LOTE + CONSECUTIVO.
      *----
       9659-ABRE-PAGOS-SPEI.
      *----
           MOVE 0                          TO SB-NUMPAGOS
           MOVE 0                          TO SB-TOTPAGOS
           MOVE WX-TFECHOY                 TO SB-FVALOR

           MOVE 'ZMDT704L'                 TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO SB-ISECLOTE

           EXEC SQL
                DECLARE CPAGSPEI CURSOR FOR
                   SELECT ZM704_IEMPR,    ZM704_ICUENTA,
                          ZM704_ISECRET,  ZM704_MIMPORTE,
                          ZM704_CLABEBEN, ZM704_NOMBEN
                     FROM ZMDT704
                    WHERE ZM704_SESTADO = 'A'
                 ORDER BY ZM704_IEMPR, ZM704_ICUENTA,
                          ZM704_ISECRET
           END-EXEC

           EXEC SQL
                OPEN CPAGSPEI
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC269 : LEE EL SIGUIENTE RETIRO A PAGAR Y ARMA EL REGISTRO
      *            DEL ARCHIVO.
      *----
       9660-LEE-PAGOS-SPEI.
      *----
           EXEC SQL
                FETCH CPAGSPEI
                 INTO :SB-IEMPR,    :SB-ICUENTA,
                      :SB-ISECRET,  :SB-MIMPORTE,
                      :SB-CLABEBEN, :SB-NOMBEN
           END-EXEC

           IF SQLCODE EQUAL 0
              SET SB-HAY-DATOS             TO TRUE

              ADD 1                        TO SB-NUMPAGOS
              ADD SB-MIMPORTE              TO SB-TOTPAGOS

              MOVE SPACES                  TO SB-CLAVRAST
              MOVE 'ZM'                    TO SB-RAST-PREFIJO
              MOVE SB-ISECLOTE             TO SB-RAST-LOTE
              MOVE SB-NUMPAGOS             TO SB-RAST-CONSEC

              MOVE SB-CLAVRAST             TO SBX-CLAVRAST
              MOVE SB-CLABEBEN             TO SBX-CLABEBEN
              MOVE SB-NOMBEN               TO SBX-NOMBEN
              MOVE SB-MIMPORTE             TO SBX-MIMPORTE
              MOVE SB-FVALOR               TO SBX-FVALOR
              MOVE SPACES                  TO SBX-CONCEPTO
              MOVE SB-ICUENTA              TO SD-ICUENTA-ED
              STRING 'RETIRO CUENTA '      SD-ICUENTA-ED
                     DELIMITED BY SIZE     INTO SBX-CONCEPTO
           ELSE
              SET SB-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPAGSPEI
              END-EXEC
           END-IF.
      *----
      * ZMWSC269 : EL RETIRO ESCRITO EN EL ARCHIVO QUEDA ENVIADO CON
      *            SU LOTE Y CLAVE DE RASTREO; SU RESERVA SE APLICA
      *            Y SE REGISTRA EL CARGO EN EL LIBRO DE EFECTIVO.
      *----
       9661-MARCA-PAGO-SPEI.
      *----
           EXEC SQL
                UPDATE ZMDT704
                   SET ZM704_SESTADO  = 'E',
                       ZM704_ISECLOTE = :SB-ISECLOTE,
                       ZM704_CLAVRAST = :SB-CLAVRAST
                 WHERE ZM704_IEMPR    = :SB-IEMPR
                   AND ZM704_ICUENTA  = :SB-ICUENTA
                   AND ZM704_ISECRET  = :SB-ISECRET
                   AND ZM704_SESTADO  = 'A'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           PERFORM 9663-ARMA-REFER-RETIRO

           EXEC SQL
                UPDATE ZMDT700
                   SET ZM700_SESTADO  = 'X'
                 WHERE ZM700_IEMPR    = :SB-IEMPR
                   AND ZM700_ICUENTA  = :SB-ICUENTA
                   AND ZM700_TMOVTO   = 'R'
                   AND ZM700_SESTADO  = 'A'
                   AND ZM700_DREFER   = :SB-DREFER
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           MOVE SB-IEMPR                   TO EF-IEMPR
           MOVE SB-ICUENTA                 TO EF-ICUENTA
           MOVE 0                          TO EF-ICONCEPT
           MOVE SB-FVALOR                  TO EF-FVALOR
           MOVE SB-MIMPORTE                TO EF-MIMPORTE
           SET EF-ORIGEN-SPEI              TO TRUE
           MOVE SB-DREFER                  TO EF-DREFER
           MOVE SB-IUSUARIO                TO EF-IUSUARIO
           MOVE SB-IPROGRAM                TO EF-IPROGRAM
           SET EF-MOV-LIBERACION           TO TRUE
           PERFORM 9643-REGISTRA-MOVTO-EFECTIVO

           SET EF-MOV-CARGO                TO TRUE
           PERFORM 9643-REGISTRA-MOVTO-EFECTIVO.
      *----
      * ZMWSC269 : ABONO DE UNA RECEPCION CASADA (SB-IEMPR/SB-ICUENTA)
      *            EN EL LIBRO DE EFECTIVO, A LA FECHA DE NEGOCIO DEL
      *            ARCHIVO, Y MARCA EL RENGLON APLICADO.
      *----
       9662-ABONA-RECEPCION-SPEI.
      *----
           MOVE SB-IEMPR                   TO EF-IEMPR
           MOVE SB-ICUENTA                 TO EF-ICUENTA
           MOVE 0                          TO EF-ICONCEPT
           MOVE SB-FNEGOCIO                TO EF-FVALOR
           MOVE SB-MIMPORTE                TO EF-MIMPORTE
           SET EF-MOV-ABONO                TO TRUE
           SET EF-ORIGEN-SPEI              TO TRUE
           MOVE SPACES                     TO EF-DREFER
           IF SB-DEPOSITO
              STRING 'SPEI '               SB-CLAVRAST
                     DELIMITED BY SIZE     INTO EF-DREFER
           ELSE
              STRING 'DEVOL '              SB-CLAVORIG
                     DELIMITED BY SIZE     INTO EF-DREFER
           END-IF
           MOVE SB-IUSUARIO                TO EF-IUSUARIO
           MOVE SB-IPROGRAM                TO EF-IPROGRAM
           PERFORM 9643-REGISTRA-MOVTO-EFECTIVO

           SET SB-APLICADO                 TO TRUE
           PERFORM 9654-MARCA-RECEPCION-SPEI

           ADD 1                           TO SB-NUMAPLIC.
      *----
      * ZMWSC269 : REFERENCIA CON LA QUE LA RESERVA DEL RETIRO
      *            SB-ISECRET SE IDENTIFICA EN ZMDT700.
      *----
       9663-ARMA-REFER-RETIRO.
      *----
           MOVE SB-ISECRET                 TO SB-ISECRET-ED
           MOVE SPACES                     TO SB-DREFER
           STRING 'RETIRO SPEI '           SB-ISECRET-ED
                  DELIMITED BY SIZE        INTO SB-DREFER.
      *----
      * ZMWSC269 : EL RETIRO SOLO SE PAGA A UNA CLABE REGISTRADA Y
      *            AUTORIZADA DE LA CUENTA (ZMDT705, 9667).
      *----
       9670-VERIFICA-CLABE-RETIRO.
      *----
           MOVE SB-IEMPR                   TO BC-IEMPR
           MOVE SB-ICUENTA                 TO BC-ICUENTA
           MOVE SB-CLABEBEN                TO BC-CLABE
           PERFORM 9667-VERIFICA-CLABE-CUENTA

           IF BC-NO-REGISTRADA
              SET SB-ERROR                 TO TRUE
              MOVE 'CLABE DESTINO NO REGISTRADA/AUTORIZADA EN LA CUENTA'
                                           TO SB-DMENSAJE
           END-IF.
      *----
