      *-----------------------------------------------------------------
      *  ZMWSC264 : VARIABLES DEL LIBRO DE OFERTAS PUBLICAS (ZMDT698,
      *             VEA DCLZMDT698) Y DE SU ASIGNACION POR RENGLON DE
      *             CARTA (ZMDT699, VEA DCLZMDT699).
      *
      *             AL CAPTURAR UNA CARTA DE COLOCACION EN ZMWMW79,
      *             9632-VALIDA-OFERTA-CARTA BUSCA LA OFERTA DE LA
      *             EMISORA/SERIE/GRUPO Y RECHAZA LA CARTA FUERA DE LA
      *             VENTANA O FUERA DEL RANGO DE PRECIO. SIN OFERTA
      *             REGISTRADA LA CARTA NO ES DE COLOCACION Y PASA
      *             (OF-SIN-OFERTA). UNA OFERTA CON PRECIO MAXIMO EN
      *             CERO NO TIENE TOPE DE PRECIO: SOLO SE VALIDA EL
      *             MINIMO.
      *
      *             AL CIERRE, 9633-ASIGNA-OFERTA REPARTE LOS TITULOS
      *             OFRECIDOS ENTRE LOS RENGLONES VIGENTES DE ZMDT607:
      *             PRORRATA ('P') O POR PRIORIDAD DE ZM606_GRUPO
      *             ('G', EL GRUPO MENOR SE LLENA PRIMERO Y EL QUE YA
      *             NO ALCANZA SE PRORRATEA). LA PRORRATA ES EN
      *             TITULOS ENTEROS; EL REMANENTE SE REPARTE DE UNO EN
      *             UNO POR ORDEN DE LLEGADA. AL TERMINAR SE ENCOLA UN
      *             AVISO DE ASIGNACION POR CUENTA EN ZMDT622, SALVO
      *             QUE YA TENGA UNO SIN ENVIAR DE UNA ASIGNACION
      *             ANTERIOR DE LA OFERTA. LOS RENGLONES SOLO POR
      *             IMPORTE SE CONVIERTEN A TITULOS CON EL PRECIO
      *             MAXIMO O, SIN TOPE, CON EL MINIMO (OF-MPRECIOCONV);
      *             SIN NINGUNO NO SOLICITAN TITULOS.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO OF-IEMPR
      *             MOVE NRP1-MEMISOR      TO OF-IEMISORA
      *             MOVE NRP1-MSERIE       TO OF-ISERIE
      *             MOVE GRUPO-CARTA       TO OF-GRUPO
      *             MOVE WC-TFECHOY        TO OF-FECHA
      *             MOVE 0                 TO OF-MPRECIO
      *             PERFORM 9632-VALIDA-OFERTA-CARTA
      *             IF OF-FUERA-VENTANA OR OF-PRECIO-FUERA
      *                MOVE OF-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *
      *             MOVE EMPRESA/EMISORA/SERIE/GRUPO DE LA OFERTA
      *             MOVE WX-TFECHOY        TO OF-FECHA
      *             PERFORM 9633-ASIGNA-OFERTA
      *-----------------------------------------------------------------
       01  OF-REG.
           05 OF-IEMPR                      PIC X(03).
           05 OF-IEMISORA                   PIC X(07).
           05 OF-ISERIE                     PIC X(08).
           05 OF-GRUPO                      PIC S9(01)      COMP-3.
           05 OF-FECHA                      PIC X(10).
           05 OF-MPRECIO                    PIC S9(09)V9(06) COMP-3.
           05 OF-FAPERTURA                  PIC X(10).
           05 OF-FCIERRE                    PIC X(10).
           05 OF-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 OF-MPRECIOMIN                 PIC S9(09)V9(06) COMP-3.
           05 OF-MPRECIOMAX                 PIC S9(09)V9(06) COMP-3.
           05 OF-TASIGNA                    PIC X(01).
               88 OF-ASIGNA-PRORRATA        VALUE 'P'.
               88 OF-ASIGNA-PRIORIDAD       VALUE 'G'.
           05 OF-SESTADO                    PIC X(01).
               88 OF-ABIERTA                VALUE 'A'.
               88 OF-CERRADA                VALUE 'C'.
               88 OF-ASIGNADA               VALUE 'S'.
           05 OF-DMENSAJE                   PIC X(55).
           05 OF-RESULTADO                  PIC X(01).
               88 OF-SIN-OFERTA             VALUE '0'.
               88 OF-EN-VENTANA             VALUE '1'.
               88 OF-FUERA-VENTANA          VALUE '2'.
               88 OF-PRECIO-FUERA           VALUE '3'.
      *
      *    DATOS DE TRABAJO DE LA CORRIDA DE ASIGNACION
           05 OF-GRUPOCTA                   PIC S9(01)      COMP-3.
           05 OF-GRUPOLIN                   PIC S9(01)      COMP-3.
           05 OF-ICUENTA                    PIC S9(07)      COMP-3.
           05 OF-ICONCEPT                   PIC S9(05)      COMP-3.
           05 OF-LINEA                      PIC S9(02)      COMP-3.
           05 OF-FREGCARTA                  PIC X(26).
           05 OF-CSOLICIT                   PIC S9(13)V99   COMP-3.
           05 OF-CASIGNA                    PIC S9(13)V99   COMP-3.
           05 OF-CASIGNA-ENT                PIC S9(13)      COMP-3.
           05 OF-CSOLGRUPO                  PIC S9(13)V99   COMP-3.
           05 OF-CDISPONIBLE                PIC S9(13)V99   COMP-3.
           05 OF-CASIGNADO                  PIC S9(13)V99   COMP-3.
           05 OF-PFACTOR                    PIC S9(01)V9(09) COMP-3.
           05 OF-MPRECIOCONV                PIC S9(09)V9(06) COMP-3.
           05 OF-ISECUEN                    PIC S9(05)      COMP-3.
           05 OF-NUMRENG                    PIC S9(09) COMP VALUE 0.
           05 OF-NUMAVISOS                  PIC S9(09) COMP VALUE 0.
           05 OF-NPENDIENTES                PIC S9(09) COMP VALUE 0.
           05 OF-ESTADO                     PIC X(01).
               88 OF-HAY-DATOS              VALUE '1'.
               88 OF-FIN-DATOS              VALUE '0'.
           05 OF-ESTADO-GPO                 PIC X(01).
               88 OF-HAY-GRUPOS             VALUE '1'.
               88 OF-FIN-GRUPOS             VALUE '0'.
      *-----------------------------------------------------------------
