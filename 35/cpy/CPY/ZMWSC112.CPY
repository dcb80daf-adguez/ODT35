      *             9296-GENERA-CONFIRMACION-CARTA ARMA EL DOCUMENTO:
      *             ENCABEZADO INSTITUCIONAL DE EMPRESA, DATOS DE LA
      *             CARTA (FOLIO = ICONCEPT Y FECHA DE CAPTURA),
      *             RENGLONES REGISTRADOS DE ZMDT607 CON SU COSTO
      *             ESTIMADO (COMISION, CARGOS, IVA Y TOTAL DE ZMDT750,
      *             COTIZADO AL REGISTRO POR 9909) Y LOS TOTALES DE LA
      *             CARTA EN DC-TOT-..., Y EL COMENTARIO
      *             PARTIDO A RENGLONES DE 72 CON 9405-PARTE-COMENT-
      *             CONFIRMA (MISMO ALGORITMO QUE 9140 DE ZMWSC010,
      *             SOBRE LAS AREAS L000/L010 DE ZMWSR009/ZMWSR010;
      *             CON NUMEROS PROPIOS PORQUE LA CAPTURA YA USA
      *             9140/9141/9142 EN ZMWSC021). LA ENTREGA SIGUE EL
      *             IENVDOC DE LA CUENTA: ELECTRONICO SE ENCOLA EN
      *             ZMDT626 (9128) CON SU VERSION PDF PENDIENTE
      *             (9975, ZMWSC338); EL RESTO VA AL ARCHIVO DE
      *             IMPRESION. PARA REIMPRIMIR BASTA VOLVER A LLAMAR
      *             CON EL MISMO ICONCEPT.
      *
      *             MOVE BK-ICONCEPT      TO DC-ICONCEPT
      *             MOVE PV-DATOSPAR(1:2) TO DC-IENVDOCE
      *             MOVE NA-DCORREO       TO DC-DDESTINO
      *             MOVE DSN-IMAGEN       TO PD-DSNIMAGEN
      *             PERFORM 9296-GENERA-CONFIRMACION-CARTA
      *-----------------------------------------------------------------
       01  DC-REG.
                 15 DC-DET-LINEA            PIC S9(02) COMP-3.
                 15 DC-DET-ICONTR           PIC S9(07) COMP-3.
                 15 DC-DET-SESTADO          PIC X(01).
                 15 DC-DET-MBASE            PIC S9(13)V99 COMP-3.
                 15 DC-DET-MCOMISION        PIC S9(13)V99 COMP-3.
                 15 DC-DET-MCARGO           PIC S9(13)V99 COMP-3.
                 15 DC-DET-MIVA             PIC S9(13)V99 COMP-3.
                 15 DC-DET-MCOSTO           PIC S9(13)V99 COMP-3.
           05 DC-TOT-MBASE                  PIC S9(13)V99 COMP-3.
           05 DC-TOT-MCOMISION              PIC S9(13)V99 COMP-3.
           05 DC-TOT-MCARGO                 PIC S9(13)V99 COMP-3.
           05 DC-TOT-MIVA                   PIC S9(13)V99 COMP-3.
           05 DC-TOT-MCOSTO                 PIC S9(13)V99 COMP-3.
           05 DC-ESTADO                     PIC X(01).
               88 DC-HAY-DATOS              VALUE '1'.
               88 DC-FIN-DATOS              VALUE '0'.
