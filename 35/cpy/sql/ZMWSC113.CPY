      *            UNA CARTA DE INSTRUCCION Y LO ENCAMINA POR EL
      *            CANAL DE LA CUENTA. LAYOUT DE REFERENCIA ZMWSC112
      *            (DC-REG); EL LLAMADOR IMPRIME/ENVIA CON LOS CAMPOS
      *            YA FORMATEADOS. LA VERSION PDF DEL ENVIO
      *            ELECTRONICO SE DEJA PENDIENTE CON 9975 (ZMWSC338/
      *            ZMWSC339, QUE QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *            TAMBIEN CON LOS QUE ESE PIDE).
      *----
       9296-GENERA-CONFIRMACION-CARTA.
      *----

           MOVE 0                          TO DC-NUMLIN
           MOVE 0                          TO DC-I
           MOVE 0                          TO DC-TOT-MBASE
           MOVE 0                          TO DC-TOT-MCOMISION
           MOVE 0                          TO DC-TOT-MCARGO
           MOVE 0                          TO DC-TOT-MIVA
           MOVE 0                          TO DC-TOT-MCOSTO
           SET DC-HAY-DATOS                TO TRUE
           PERFORM 9297-CARGA-RENGLON-CONFIRMA
              UNTIL DC-FIN-DATOS
              MOVE DC-IENVDOC              TO ED-IENVDOC
              MOVE DC-DDESTINO             TO ED-DDESTINO
              PERFORM 9128-REGISTRA-ENVIO-DOC
      *       EL CLIENTE LO RECIBE EN PDF CON EL MEMBRETE DE LA
      *       EMPRESA (ZMDT762, 9975); LA IMAGEN LA DEJA EL LLAMADOR
      *       EN PD-DSNIMAGEN.
              MOVE 'CF'                    TO PD-TDOCTO
              MOVE DC-ICONCEPT-X           TO PD-DLLAVEDOC
              MOVE DC-DTITREP              TO PD-DTITREP
              MOVE DC-ILOGOREF             TO PD-ILOGOREF
              PERFORM 9975-REGISTRA-DOCTO-PDF
              MOVE SPACES                  TO PD-TDOCTO
           ELSE
              SET DC-CANAL-IMPRESO         TO TRUE
           END-IF.
      * ZMWSC113 : CARGA A DC-RENGLON LOS RENGLONES REGISTRADOS DE LA
      *            CARTA (ZMDT607, GRABADOS AL REGISTRO POR
      *            9394-GRABA-DETALLE-REGISTRO O LA CARGA MASIVA
      *            9274) CON SU COSTO ESTIMADO DE ZMDT750 (EN CERO
      *            SI LA CARTA NO SE COTIZO) Y LO SUMA A LOS TOTALES.
      *            EL CURSOR SE ABRE EN EL PRIMER PASO
      *            (DC-NUMLIN = 0).
      *----
       9297-CARGA-RENGLON-CONFIRMA.
           IF DC-NUMLIN                    EQUAL 0
              EXEC SQL
                   DECLARE CCONFDET CURSOR FOR
                      SELECT A.ZM607_LINEA, A.ZM607_ICONTR,
                             A.ZM607_SESTADO,
                             COALESCE(B.ZM750_MBASE, 0),
                             COALESCE(B.ZM750_MCOMISION, 0),
                             COALESCE(B.ZM750_MCARGO, 0),
                             COALESCE(B.ZM750_MIVA, 0),
                             COALESCE(B.ZM750_MCOSTO, 0)
                        FROM ZMDT607 A LEFT JOIN ZMDT750 B
                          ON B.ZM750_IEMPR    = A.ZM607_IEMPR
                         AND B.ZM750_ICUENTA  = A.ZM607_ICUENTA
                         AND B.ZM750_ICONCEPT = A.ZM607_ICONCEPT
                         AND B.ZM750_LINEA    = A.ZM607_LINEA
                       WHERE A.ZM607_IEMPR    = :DC-IEMPR
                         AND A.ZM607_ICUENTA  = :DC-ICUENTA
                         AND A.ZM607_ICONCEPT = :DC-ICONCEPT
                    ORDER BY A.ZM607_LINEA
              END-EXEC

              EXEC SQL
                   FETCH CCONFDET
                    INTO :DC-DET-LINEA(DC-I),
                         :DC-DET-ICONTR(DC-I),
                         :DC-DET-SESTADO(DC-I),
                         :DC-DET-MBASE(DC-I),
                         :DC-DET-MCOMISION(DC-I),
                         :DC-DET-MCARGO(DC-I),
                         :DC-DET-MIVA(DC-I),
                         :DC-DET-MCOSTO(DC-I)
              END-EXEC

              IF SQLCODE EQUAL 0
                 MOVE DC-I                 TO DC-NUMLIN
                 ADD DC-DET-MBASE(DC-I)    TO DC-TOT-MBASE
                 ADD DC-DET-MCOMISION(DC-I)
                                           TO DC-TOT-MCOMISION
                 ADD DC-DET-MCARGO(DC-I)   TO DC-TOT-MCARGO
                 ADD DC-DET-MIVA(DC-I)     TO DC-TOT-MIVA
                 ADD DC-DET-MCOSTO(DC-I)   TO DC-TOT-MCOSTO
              ELSE
                 SET DC-FIN-DATOS          TO TRUE
                 IF SQLCODE NOT = 100
