      *            ZMWSC216 (TS-REG).
      * NOTA: EL FOLIO ISECLOTE (UNO POR ARCHIVO GENERADO) SE
      *       RESERVA CON EL SERVIDOR DE FOLIOS ZMDT642 (9349,
      *       LLAVE EN BLANCO) Y LA CLABE DESTINO SALE DEL REGISTRO
      *       DE CLABES (9669); QUIEN INCLUYA ESTE COPY DEBE
      *       INCLUIR TAMBIEN ZMWSC142/ZMWSC143 Y ZMWSC270/ZMWSC271.
      *----
       9509-ABRE-INSTR-EFECTIVO.
      *----
           MOVE 0                          TO TS-NUMINSTR
           MOVE 0                          TO TS-TOTIMPORTE
           MOVE 0                          TO TS-NUMSINCLB

           MOVE 'ZMDT673L'                 TO FO-ITABLA
           MOVE SPACES                     TO FO-LL-IEMPR
      * ZMWSC217 : GRABA LA INSTRUCCION (MARCA LA PIERNA DE EFECTIVO
      *            COMO INSTRUIDA), ACUMULA LOS TOTALES DE CONTROL Y
      *            ARMA EL REGISTRO DEL ARCHIVO. CARTAS CON IMPORTE
      *            CERO NO SE INSTRUYEN. TESORERIA SOLO PAGA A UNA
      *            CLABE AUTORIZADA DE LA CUENTA (ZMDT705): SIN ELLA
      *            LA CARTA NO SE INSTRUYE, SE CUENTA EN
      *            TS-NUMSINCLB Y VUELVE A SALIR EN EL SIGUIENTE LOTE
      *            UNA VEZ REGISTRADA LA CLABE. EL LLAMADOR ESCRIBE
      *            TSX-REG-TESORERIA SOLO SI TS-INSTRUIDA.
      *----
       9511-GENERA-INSTR-EFECTIVO.
      *----
           SET TS-NO-INSTRUIDA             TO TRUE

           IF TS-MIMPORTE                  GREATER THAN 0
              MOVE TS-IEMPR                TO BC-IEMPR
              MOVE TS-ICUENTA              TO BC-ICUENTA
              PERFORM 9669-LEE-CLABE-VIGENTE
              IF BC-REGISTRADA
                 MOVE BC-CLABE             TO TS-CLABE
              ELSE
                 ADD 1                     TO TS-NUMSINCLB
              END-IF
           END-IF

           IF TS-MIMPORTE                  NOT GREATER THAN 0
              OR BC-NO-REGISTRADA
              CONTINUE
           ELSE
              SET TS-INSTRUIDA             TO TRUE
              MOVE SPACES                  TO TS-IREFBCO
              MOVE 'ZT'                    TO TS-REF-PREFIJO
              MOVE TS-ICUENTA              TO TS-REF-CUENTA
              MOVE TS-ICONCEPT             TO TS-REF-CONCEPT

              EXEC SQL
                   INSERT INTO ZMDT673
                        ( ZM673_IEMPR,    ZM673_ICUENTA,
                          ZM673_ICONCEPT, ZM673_FVALOR,
                          ZM673_MIMPORTE, ZM673_ISECLOTE,
                          ZM673_FGENERA,  ZM673_CLABE,
                          ZM673_IREFBCO,  ZM673_SLIQUIDA,
                          ZM673_FLIQUIDA, ZM673_ISECEDO )
                   VALUES ( :TS-IEMPR,    :TS-ICUENTA,
                            :TS-ICONCEPT, :TS-FVALOR,
                            :TS-MIMPORTE, :TS-ISECLOTE,
                            CURRENT TIMESTAMP, :TS-CLABE,
                            :TS-IREFBCO,  '0',
                            NULL,         NULL )
              END-EXEC
              PERFORM 9600-VALIDA-SQL

              MOVE TS-FVALOR               TO TSX-FVALOR
              MOVE TS-MIMPORTE             TO TSX-MIMPORTE
              MOVE TS-ISECLOTE             TO TSX-ISECLOTE
              MOVE TS-CLABE                TO TSX-CLABE
              MOVE TS-IREFBCO              TO TSX-IREFBCO
           END-IF.
      *----
