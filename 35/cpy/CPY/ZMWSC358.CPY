      *-----------------------------------------------------------------
      *  ZMWSC358 : VARIABLES DE LOS BLOQUES DE ORDENES (ZMDT778
      *             BLOQUE, ZMDT779 RENGLONES, ZMDT780 EJECUCIONES DEL
      *             BLOQUE). AGRUPAR ES OPCIONAL: LA MESA DECIDE QUE
      *             EMISORA/SERIE Y SENTIDO VA EN BLOQUE.
      *               - 9088 ARMA EL BLOQUE CON LOS RENGLONES ABIERTOS
      *                 ELEGIBLES DE LA EMPRESA EN LA EMISORA/SERIE Y
      *                 SENTIDO (BO-TSENTIDO 'C' COMPRA, 'V' VENTA):
      *                 CARTA VIGENTE AUN NO ENVIADA A MERCADO (IESTVIDA
      *                 'R' O NULO), RENGLON SIN CANCELAR, CON TITULOS,
      *                 SIN FILLS PROPIOS Y EN NINGUN OTRO BLOQUE NO
      *                 CANCELADO, Y QUE YA PASO LOS MISMOS FILTROS DE
      *                 SALIDA QUE EL EXTRACTO A MERCADO (9562):
      *                 CONFIRMACION TELEFONICA (ZMDT688), VERIFICACION
      *                 A CIEGAS (ZMDT724) Y PREAUTORIZACION DE
      *                 EMPLEADOS (ZMDT759); REGRESA BO-IBLOQUE;
      *               - 9090 RECIBE UNA EJECUCION CONTRA EL BLOQUE (NO
      *                 PUEDE PASAR DE LO INSTRUIDO);
      *               - 9091 ASIGNA LAS EJECUCIONES PENDIENTES: LAS
      *                 PROMEDIA Y REPARTE LOS TITULOS A PRORRATA DE LO
      *                 QUE LE FALTA A CADA RENGLON (EN TITULOS ENTEROS;
      *                 EL ULTIMO RENGLON TOMA EL REMANENTE), AL PRECIO
      *                 PROMEDIO. CADA PARTE SE GRABA COMO FILL DEL
      *                 RENGLON EN ZMDT666 (9464), ASI LA COMISION, EL
      *                 COSTO PROMEDIO, EL LIBRO DE POSICION Y EL ESTADO
      *                 DE CUENTA LA VEN COMO CUALQUIER OTRO FILL;
      *               - 9093 CANCELA UN BLOQUE SIN EJECUCIONES Y LIBERA
      *                 SUS RENGLONES;
      *               - 9094 REGRESA LA ASIGNACION DEL RENGLON (BLOQUE,
      *                 TITULOS, IMPORTE Y PRECIO PROMEDIO) PARA LA
      *                 COMISION Y EL ESTADO DE CUENTA.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIOS), ZMWSC196/ZMWSC197 (CON
      *             SUS DEPENDENCIAS) Y ZMWSC266/ZMWSC267 (NATURALEZA
      *             DEL CONCEPTO).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO BO-IEMPR
      *             MOVE EMISORA-SEL       TO BO-IEMISORA
      *             MOVE SERIE-SEL         TO BO-ISERIE
      *             MOVE 'C'               TO BO-TSENTIDO
      *             MOVE WC-TFECHOY        TO BO-FNEGOCIO
      *             MOVE NA-WUSUARIO       TO BO-IUSUARIO
      *             MOVE W000-PROG         TO BO-IPROGRAM
      *             PERFORM 9088-ARMA-BLOQUE
      *             IF BO-RECHAZADO
      *                MOVE BO-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *
      *             FIN DE DIA: POR CADA FILL DEL BLOQUE, BO-IBLOQUE,
      *             BO-CTITFILL, BO-MPRECIO Y BO-FMERCADO Y PERFORM
      *             9090-GRABA-FILL-BLOQUE; AL TERMINAR, POR BLOQUE,
      *             PERFORM 9091-ASIGNA-BLOQUE.
      *-----------------------------------------------------------------
       01  BO-REG.
      *
      *    BLOQUE (ZMDT778)
           05 BO-IBLOQUE                    PIC S9(09)      COMP-3.
           05 BO-IEMPR                      PIC X(03).
           05 BO-IEMISORA                   PIC X(07).
           05 BO-ISERIE                     PIC X(08).
           05 BO-TSENTIDO                   PIC X(01).
               88 BO-COMPRA                 VALUE 'C'.
               88 BO-VENTA                  VALUE 'V'.
           05 BO-SESTADO                    PIC X(01).
               88 BO-ABIERTO                VALUE 'A'.
               88 BO-COMPLETO               VALUE 'C'.
               88 BO-CANCELADO              VALUE 'X'.
           05 BO-NRENGLONES                 PIC S9(05)      COMP-3.
           05 BO-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 BO-CTITEJEC                   PIC S9(13)V99   COMP-3.
           05 BO-FNEGOCIO                   PIC X(10).
           05 BO-IUSUARIO                   PIC X(08).
           05 BO-IPROGRAM                   PIC X(08).
      *
      *    RENGLON DEL BLOQUE (ZMDT779)
           05 BO-ICUENTA                    PIC S9(07)      COMP-3.
           05 BO-ICONCEPT                   PIC S9(05)      COMP-3.
           05 BO-ILINEA                     PIC S9(02)      COMP-3.
           05 BO-CTITLIN                    PIC S9(13)V99   COMP-3.
           05 BO-CTITLINABI                 PIC S9(13)V99   COMP-3.
           05 BO-CTITLINASIG                PIC S9(13)V99   COMP-3.
           05 BO-MIMPLINASIG                PIC S9(13)V99   COMP-3.
           05 BO-MPRECLIN                   PIC S9(09)V9(06) COMP-3.
           05 BO-SBLOQUE                    PIC X(01).
               88 BO-RENGLON-EN-BLOQUE      VALUE '1'.
               88 BO-RENGLON-SIN-BLOQUE     VALUE '0'.
      *
      *    EJECUCION DEL BLOQUE (ZMDT780)
           05 BO-ISECFILL                   PIC S9(09)      COMP-3.
           05 BO-CTITFILL                   PIC S9(13)V99   COMP-3.
           05 BO-MPRECIO                    PIC S9(09)V9(06) COMP-3.
           05 BO-FMERCADO                   PIC X(26).
      *
      *    ASIGNACION (9091): EJECUCIONES PENDIENTES HASTA BO-ISECMAX,
      *    SU PROMEDIO Y LO QUE FALTA POR REPARTIR
           05 BO-ISECMAX                    PIC S9(09)      COMP-3.
           05 BO-CTITRONDA                  PIC S9(13)V99   COMP-3.
           05 BO-MIMPRONDA                  PIC S9(13)V99   COMP-3.
           05 BO-MPRECRONDA                 PIC S9(09)V9(06) COMP-3.
           05 BO-FMERCRONDA                 PIC X(26).
           05 BO-CTITREST                   PIC S9(13)V99   COMP-3.
           05 BO-CTITABIERTO                PIC S9(13)V99   COMP-3.
           05 BO-CTITPARTE                  PIC S9(13)      COMP-3.
           05 BO-MIMPASIG                   PIC S9(13)V99   COMP-3.
           05 BO-NUMASIG                    PIC S9(05)      COMP-3.
      *
           05 BO-DMENSAJE                   PIC X(55).
           05 BO-RESULTADO                  PIC X(01).
               88 BO-ACEPTADO               VALUE '0'.
               88 BO-RECHAZADO              VALUE '1'.
           05 BO-ESTADO                     PIC X(01).
               88 BO-HAY-DATOS              VALUE '1'.
               88 BO-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
