      *----
      * ZMWSC339 : VERSION PDF DE LOS DOCUMENTOS DE ENVIO ELECTRONICO
      *            (ZMDT762). LAYOUT DE REFERENCIA ZMWSC338 (PD-REG).
      *            9975 SE LLAMA DESPUES DE 9128-REGISTRA-ENVIO-DOC Y
      *            TOMA DE ED-REG LA LLAVE DEL ENVIO.
      * NOTA: EL MIEMBRO SE NUMERA CON EL SERVIDOR DE FOLIOS ZMDT642
      *       (9349-OBTEN-FOLIO) Y LA CORRIDA SE INDEXA CON
      *       9377-REGISTRA-REPORTE; QUIEN INCLUYA ESTE COPY DEBE
      *       INCLUIR TAMBIEN ZMWSC062, ZMWSC142/ZMWSC143 Y
      *       ZMWSC158/ZMWSC159.
      *----
       9975-REGISTRA-DOCTO-PDF.
      *----
           MOVE ED-IEMPR                   TO PD-IEMPR
           MOVE ED-ICUENTA                 TO PD-ICUENTA
           MOVE ED-ISECUEN                 TO PD-ISECUEN

           EXEC SQL
                INSERT INTO ZMDT762
                     ( ZM762_IEMPR,      ZM762_ICUENTA,
                       ZM762_ISECUEN,    ZM762_TDOCTO,
                       ZM762_DLLAVEDOC,  ZM762_DSNIMAGEN,
                       ZM762_DTITREP,    ZM762_ILOGOREF,
                       ZM762_IESTADO,    ZM762_IREPORTE,
                       ZM762_FCORRIDA,   ZM762_DSNPDF,
                       ZM762_IMIEMBRO,   ZM762_NUMPAGS,
                       ZM762_DERROR,     ZM762_FREG,
                       ZM762_FGENERA )
                VALUES ( :PD-IEMPR,    :PD-ICUENTA,
                         :PD-ISECUEN,  :PD-TDOCTO,
                         :PD-DLLAVEDOC,:PD-DSNIMAGEN,
                         :PD-DTITREP,  :PD-ILOGOREF,
                         'P',          NULL,
                         NULL,         NULL,
                         NULL,         NULL,
                         NULL,         CURRENT TIMESTAMP,
                         NULL )
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC339 : COLA DE PDF PENDIENTES DE LA EMPRESA, CON EL RFC DE
      *            LA CUENTA PARA LA CLAVE DE APERTURA.
      *----
       9976-ABRE-PDF-PENDIENTES.
      *----
           MOVE 0                          TO PD-NUMREG

           EXEC SQL
                DECLARE CPDFPEN CURSOR FOR
                   SELECT A.ZM762_ICUENTA,   A.ZM762_ISECUEN,
                          A.ZM762_TDOCTO,    A.ZM762_DLLAVEDOC,
                          A.ZM762_DSNIMAGEN, A.ZM762_DTITREP,
                          A.ZM762_ILOGOREF,
                          COALESCE(B.IRFC, ' ')
                     FROM ZMDT762 A LEFT JOIN CUENTA B
                       ON B.IEMPR   = A.ZM762_IEMPR
                      AND B.ICUENTA = A.ZM762_ICUENTA
                    WHERE A.ZM762_IEMPR   = :PD-IEMPR
                      AND A.ZM762_IESTADO = 'P'
                 ORDER BY A.ZM762_TDOCTO, A.ZM762_ICUENTA,
                          A.ZM762_ISECUEN
           END-EXEC

           EXEC SQL
                OPEN CPDFPEN
           END-EXEC
           PERFORM 9600-VALIDA-SQL.
      *----
       9977-LEE-PDF-PENDIENTES.
      *----
           EXEC SQL
                FETCH CPDFPEN
                 INTO :PD-ICUENTA,    :PD-ISECUEN,
                      :PD-TDOCTO,     :PD-DLLAVEDOC,
                      :PD-DSNIMAGEN,  :PD-DTITREP,
                      :PD-ILOGOREF,   :PD-IRFC
           END-EXEC

           IF SQLCODE EQUAL 0
              SET PD-HAY-DATOS             TO TRUE
              ADD 1                        TO PD-NUMREG
              PERFORM 9978-ARMA-CLAVE-PDF
              PERFORM 9979-ASIGNA-MIEMBRO-PDF
           ELSE
              SET PD-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPDFPEN
              END-EXEC
           END-IF.
      *----
      * ZMWSC339 : CLAVE DE APERTURA DEL PDF: EL RFC DE LA CUENTA SIN
      *            HOMOCLAVE (10 POSICIONES PERSONA FISICA, 9 PERSONA
      *            MORAL). SIN RFC COMPLETO, LA EMPRESA Y LA CUENTA A
      *            SIETE DIGITOS.
      *----
       9978-ARMA-CLAVE-PDF.
      *----
           MOVE SPACES                     TO PD-CLAVEPDF

           IF PD-IRFC(12:1)                EQUAL SPACE
              MOVE PD-ICUENTA              TO PD-ICUENTA-X
              STRING PD-IEMPR PD-ICUENTA-X
                     DELIMITED BY SIZE     INTO PD-CLAVEPDF
           ELSE
              IF PD-IRFC(13:1)             EQUAL SPACE
                 MOVE PD-IRFC(1:9)         TO PD-CLAVEPDF
              ELSE
                 MOVE PD-IRFC(1:10)        TO PD-CLAVEPDF
              END-IF
           END-IF.
      *----
      * ZMWSC339 : MIEMBRO DEL PDF EN LA BIBLIOTECA DE LA CORRIDA ('D'
      *            MAS LOS SIETE DIGITOS BAJOS DEL FOLIO) Y REPORTE DEL
      *            REPOSITORIO AL QUE PERTENECE.
      *----
       9979-ASIGNA-MIEMBRO-PDF.
      *----
           MOVE 'ZMDT762'                  TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
           MOVE 0                          TO FO-LL-ICUENTA
           MOVE 0                          TO FO-LL-ICONCEPT
           PERFORM 9349-OBTEN-FOLIO
           MOVE FO-NFOLIO                  TO PD-NFOLIO-X

           MOVE SPACES                     TO PD-IMIEMBRO
           STRING 'D' PD-NFOLIO-X(3:7)
                  DELIMITED BY SIZE        INTO PD-IMIEMBRO

           MOVE SPACES                     TO PD-IREPORTE
           STRING 'PDF' PD-TDOCTO
                  DELIMITED BY SIZE        INTO PD-IREPORTE.
      *----
      * ZMWSC339 : RESULTADO DE LA GENERACION DEL DOCUMENTO LEIDO:
      *            PD-GENERADO CON SU BIBLIOTECA, MIEMBRO Y PAGINAS, O
      *            PD-ERROR CON EL MOTIVO EN PD-DERROR.
      *----
       9980-MARCA-PDF-GENERADO.
      *----
           IF PD-GENERADO
              EXEC SQL
                   UPDATE ZMDT762
                      SET ZM762_IESTADO  = 'G',
                          ZM762_IREPORTE = :PD-IREPORTE,
                          ZM762_FCORRIDA = :PD-FCORRIDA,
                          ZM762_DSNPDF   = :PD-DSNPDF,
                          ZM762_IMIEMBRO = :PD-IMIEMBRO,
                          ZM762_NUMPAGS  = :PD-NUMPAGS,
                          ZM762_DERROR   = NULL,
                          ZM762_FGENERA  = CURRENT TIMESTAMP
                    WHERE ZM762_IEMPR    = :PD-IEMPR
                      AND ZM762_ICUENTA  = :PD-ICUENTA
                      AND ZM762_ISECUEN  = :PD-ISECUEN
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE ZMDT762
                      SET ZM762_IESTADO  = 'E',
                          ZM762_DERROR   = :PD-DERROR,
                          ZM762_FGENERA  = CURRENT TIMESTAMP
                    WHERE ZM762_IEMPR    = :PD-IEMPR
                      AND ZM762_ICUENTA  = :PD-ICUENTA
                      AND ZM762_ISECUEN  = :PD-ISECUEN
              END-EXEC
           END-IF
           PERFORM 9600-VALIDA-SQL.
      *----
      * ZMWSC339 : INDEXA EN EL REPOSITORIO DE REPORTES (ZMDT650) LA
      *            BIBLIOTECA PD-DSNPDF DE LA CORRIDA PD-FCORRIDA, UN
      *            RENGLON POR DOCUMENTO ('PDF' + TDOCTO) CON EL TOTAL
      *            DE PAGINAS GENERADAS.
      *----
       9981-REGISTRA-CORRIDA-PDF.
      *----
           EXEC SQL
                DECLARE CPDFCOR CURSOR FOR
                   SELECT ZM762_IREPORTE,
                          SUM(COALESCE(ZM762_NUMPAGS, 0))
                     FROM ZMDT762
                    WHERE ZM762_IEMPR    = :PD-IEMPR
                      AND ZM762_FCORRIDA = :PD-FCORRIDA
                      AND ZM762_DSNPDF   = :PD-DSNPDF
                      AND ZM762_IESTADO  = 'G'
                 GROUP BY ZM762_IREPORTE
           END-EXEC

           EXEC SQL
                OPEN CPDFCOR
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           SET PD-HAY-DATOS                TO TRUE
           PERFORM 9982-LEE-CORRIDA-PDF
              UNTIL PD-FIN-DATOS.
      *----
       9982-LEE-CORRIDA-PDF.
      *----
           EXEC SQL
                FETCH CPDFCOR
                 INTO :PD-IREPORTE, :PD-NUMPAGS
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE PD-IREPORTE             TO RR-IREPORTE
              MOVE PD-FCORRIDA             TO RR-FCORRIDA
              MOVE PD-IEMPR                TO RR-IEMPR
              MOVE PD-NUMPAGS              TO RR-NUMPAGS
              MOVE PD-DSNPDF               TO RR-DSNAME
              PERFORM 9377-REGISTRA-REPORTE
           ELSE
              SET PD-FIN-DATOS             TO TRUE
              IF SQLCODE NOT = 100
                 PERFORM 9600-VALIDA-SQL
              END-IF
              EXEC SQL
                   CLOSE CPDFCOR
              END-EXEC
           END-IF.
      *----
      * ZMWSC339 : PDF A ADJUNTAR EN EL ENVIO ED-ISECUEN DE ZMDT626.
      *            PD-SIN-PDF: EL DOCUMENTO NO TIENE VERSION PDF Y SE
      *            ENVIA COMO ANTES; PD-PDF-NO-LISTO: AUN NO SE GENERA
      *            (O QUEDO EN ERROR) Y EL ENVIO DEBE ESPERAR.
      *----
       9983-LEE-PDF-ENVIO.
      *----
           MOVE ED-IEMPR                   TO PD-IEMPR
           MOVE ED-ICUENTA                 TO PD-ICUENTA
           MOVE ED-ISECUEN                 TO PD-ISECUEN

           EXEC SQL
                SELECT ZM762_IESTADO,
                       COALESCE(ZM762_DSNPDF, ' '),
                       COALESCE(ZM762_IMIEMBRO, ' ')
                  INTO :PD-IESTADO, :PD-DSNPDF, :PD-IMIEMBRO
                  FROM ZMDT762
                 WHERE ZM762_IEMPR    = :PD-IEMPR
                   AND ZM762_ICUENTA  = :PD-ICUENTA
                   AND ZM762_ISECUEN  = :PD-ISECUEN
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 SET PD-SIN-PDF            TO TRUE
              WHEN SQLCODE NOT EQUAL 0
                 PERFORM 9600-VALIDA-SQL
              WHEN PD-GENERADO
                 SET PD-PDF-LISTO          TO TRUE
              WHEN OTHER
                 SET PD-PDF-NO-LISTO       TO TRUE
           END-EVALUATE.
      *----
      * ZMWSC339 : REGRESA A LA COLA ('P') LOS PDF DE LA EMPRESA QUE
      *            QUEDARON EN ERROR, UNA VEZ CORREGIDA LA CAUSA.
      *            PD-NUMREG REGRESA CUANTOS.
      *----
       9984-REENCOLA-PDF-ERROR.
      *----
           MOVE 0                          TO PD-NUMREG

           EXEC SQL
                SELECT COUNT(*)
                  INTO :PD-NUMREG
                  FROM ZMDT762
                 WHERE ZM762_IEMPR   = :PD-IEMPR
                   AND ZM762_IESTADO = 'E'
           END-EXEC
           PERFORM 9600-VALIDA-SQL

           IF PD-NUMREG                    GREATER THAN 0
              EXEC SQL
                   UPDATE ZMDT762
                      SET ZM762_IESTADO = 'P',
                          ZM762_DERROR  = NULL
                    WHERE ZM762_IEMPR   = :PD-IEMPR
                      AND ZM762_IESTADO = 'E'
              END-EXEC
              PERFORM 9600-VALIDA-SQL
           END-IF.
      *----
