      *             DE VALIDACIONES DE LA CAPTURA (CONTRATO 9130,
      *             CATALOGO DE EMISORAS 9245, CONCEPTO 9495,
      *             DUPLICADO 9272, POSICION 9347, LINEA DE CREDITO
      *             9243, VENTANA 9314, OFERTA PUBLICA 9632,
      *             CANTIDADES 9392/9393) Y
      *             GRABA ZMDT606/ZMDT607 POR EL MISMO GRABADOR DEL
      *             INTAKE (9274), ASI LA CARGA MASIVA, LOS CANALES
      *             FUTUROS Y LA PANTALLA COMPARTEN UNA SOLA
                 88 RS-RECHAZADA            VALUE '0'.
              10 RS-ICODRECH                PIC X(02).
              10 RS-DRECHAZO                PIC X(55).
      *          AVISO NO BLOQUEANTE DE LA CARTA ACEPTADA (EFECTIVO
      *          MAS LINEA QUE NO CUBRE EL IMPORTE, 9647; TITULAR SIN
      *          FORMA W-8/W-9 VIGENTE EN MERCADO EXTRANJERO, 9812).
              10 RS-DAVISO                  PIC X(55).
      *
      *       E.FIRMA DE LA CARTA DE CANAL ELECTRONICO (RS-TCANAL 'E'):
      *       FIRMA DEL CLIENTE EN BASE64 SOBRE EL CONTENIDO CANONICO
      *       DEL RENGLON (FI-CONTENIDO, ZMWSC324) Y SU CERTIFICADO DEL
      *       SAT EN BASE64. EN BLANCOS PARA LA PANTALLA Y LA CARGA
      *       MASIVA. VA FUERA DE RS-ENTRADA PORQUE EL DIARIO DE
      *       CONTINGENCIA (ZMWSC314) GUARDA RS-ENTRADA TAL CUAL Y NO
      *       RECIBE CARTAS FIRMADAS. SALEN LA SERIE DEL CERTIFICADO Y
      *       EL RESULTADO DE LA VERIFICACION (FI-SEFIRMA).
           05 RS-FIRMA.
              10 RS-TCANAL                  PIC X(01).
                 88 RS-CANAL-EFIRMA         VALUE 'E'.
              10 RS-LFIRMA                  PIC S9(04) COMP.
              10 RS-DFIRMA                  PIC X(700).
              10 RS-LCERTIF                 PIC S9(04) COMP.
              10 RS-DCERTIF                 PIC X(2400).
              10 RS-ICERTSER                PIC X(20).
              10 RS-SEFIRMA                 PIC X(01).
      *
      *          AUXILIARES DEL LADO SERVIDOR (NO VIAJAN EN LA
      *          COMMAREA): LINEA DE CREDITO Y UMBRAL VIGENTE DE
