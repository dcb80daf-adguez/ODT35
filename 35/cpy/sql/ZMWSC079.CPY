      * ZMWSC079 : ENCOLA EN ZMDT626 (9128, ZMWSC062/ZMWSC063) EL
      *            ESTADO ELECTRONICO DE LA CUENTA EN CS-REG. EL
      *            LLAMADOR YA DEBE HABER RESUELTO CS-DDESTINO CON EL
      *            CORREO REGISTRADO DE ESA CUENTA Y DEJADO SU IMAGEN
      *            DE IMPRESION EN PD-DSNIMAGEN. EL PDF SE DEJA
      *            PENDIENTE CON 9975 (ZMWSC338/ZMWSC339, QUE QUIEN
      *            INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN).
      *----
       9396-ENCOLA-EDOCTA.
      *----
           MOVE CS-ICUENTA                 TO ED-ICUENTA
           MOVE CS-IENVDOC                 TO ED-IENVDOC
           MOVE CS-DDESTINO                TO ED-DDESTINO
           PERFORM 9128-REGISTRA-ENVIO-DOC

      *    EL DOCUMENTO (PD-TDOCTO DEL LLAMADOR; ESTADO DE COMISION SI
      *    VIENE EN BLANCOS) QUEDA PENDIENTE DE SU PDF CON EL MEMBRETE
      *    DE 9240. LA CONSTANCIA SE LLAVEA POR EJERCICIO Y LOS
      *    ESTADOS POR PERIODO.
           IF PD-TDOCTO                    EQUAL SPACES
              SET PD-EDOCTA-COMISION       TO TRUE
           END-IF
           MOVE CS-IANIO                   TO PD-IANIO-X
           MOVE CS-IMES                    TO PD-IMES-X
           MOVE SPACES                     TO PD-DLLAVEDOC
           IF PD-CONSTANCIA
              MOVE PD-IANIO-X              TO PD-DLLAVEDOC
           ELSE
              STRING PD-IANIO-X PD-IMES-X
                     DELIMITED BY SIZE     INTO PD-DLLAVEDOC
           END-IF
           MOVE CS-DTITREP                 TO PD-DTITREP
           MOVE CS-ILOGOREF                TO PD-ILOGOREF
           PERFORM 9975-REGISTRA-DOCTO-PDF.
      *----
      * ZMWSC079 : CARGA EL ENCABEZADO INSTITUCIONAL DEL ESTADO DE
      *            COMISION DESDE EMPRESA (CS-ENCABEZADO).
