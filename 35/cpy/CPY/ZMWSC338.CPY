      *-----------------------------------------------------------------
      *  ZMWSC338 : VARIABLES DE LA VERSION PDF DE LOS DOCUMENTOS DE
      *             ENVIO ELECTRONICO (ZMDT762, VEA DCLZMDT762):
      *               - 9975 DEJA PENDIENTE EL PDF DEL DOCUMENTO QUE
      *                 9128-REGISTRA-ENVIO-DOC ACABA DE ENCOLAR EN
      *                 ZMDT626; LO LLAMAN SOLAS LA CONFIRMACION DE
      *                 REGISTRO (9296) Y EL ENCOLADO DE ESTADOS Y
      *                 CONSTANCIAS (9396). EL LLAMADOR DEL DOCUMENTO
      *                 DEJA ANTES EN PD-DSNIMAGEN LA IMAGEN DE
      *                 IMPRESION DE ESA CUENTA Y, PARA 9396, EN
      *                 PD-TDOCTO EL DOCUMENTO ('EC' SI VA EN BLANCOS);
      *               - 9976/9977 SON LA COLA DEL PASO QUE GENERA LOS
      *                 PDF: CADA DOCUMENTO SALE CON SU MIEMBRO EN LA
      *                 BIBLIOTECA DE LA CORRIDA (PD-IMIEMBRO) Y LA
      *                 CLAVE DE APERTURA DEL CLIENTE (PD-CLAVEPDF: EL
      *                 RFC DE LA CUENTA SIN HOMOCLAVE O, SIN RFC, LA
      *                 EMPRESA Y LA CUENTA), QUE NO SE GUARDA;
      *               - 9980 MARCA EL RESULTADO ('G' GENERADO O 'E'
      *                 ERROR CON PD-DERROR) Y 9981 INDEXA LA CORRIDA EN
      *                 EL REPOSITORIO DE REPORTES (ZMDT650, IREPORTE
      *                 'PDF' + TDOCTO) CON 9377-REGISTRA-REPORTE;
      *               - 9983 DA AL ENVIO DE ZMDT626 EL PDF QUE DEBE
      *                 ADJUNTAR (PD-PDF-LISTO) Y 9984 REGRESA A LA COLA
      *                 LOS QUE QUEDARON EN ERROR.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC062, ZMWSC142/ZMWSC143 (FOLIO DEL MIEMBRO) Y
      *             ZMWSC158/ZMWSC159 (REPOSITORIO DE REPORTES).
      *
      *  EJEMPLO  : (PASO QUE GENERA LOS PDF)
      *             MOVE WC-IEMPR          TO PD-IEMPR
      *             MOVE WX-TFECHOY        TO PD-FCORRIDA
      *             MOVE DSN-BIBLIOTECA    TO PD-DSNPDF
      *             PERFORM 9976-ABRE-PDF-PENDIENTES
      *             PERFORM 9977-LEE-PDF-PENDIENTES
      *             (POR CADA LECTURA: CONVERTIR PD-DSNIMAGEN CON LA
      *              FORMA DE PD-TDOCTO, EL LOGO PD-ILOGOREF Y EL
      *              TITULO PD-DTITREP, CIFRADO CON PD-CLAVEPDF, AL
      *              MIEMBRO PD-IMIEMBRO; MOVER PD-NUMPAGS Y SET
      *              PD-GENERADO O PD-ERROR CON PD-DERROR; PERFORM
      *              9980-MARCA-PDF-GENERADO Y 9977 DE NUEVO)
      *             PERFORM 9981-REGISTRA-CORRIDA-PDF
      *-----------------------------------------------------------------
       01  PD-REG.
      *
      *    DOCUMENTO (LLAVE DE ZMDT626)
           05 PD-IEMPR                      PIC X(03).
           05 PD-ICUENTA                    PIC S9(07)      COMP-3.
           05 PD-ISECUEN                    PIC S9(05)      COMP-3.
           05 PD-TDOCTO                     PIC X(02).
               88 PD-CONFIRMACION           VALUE 'CF'.
               88 PD-EDOCTA-COMISION        VALUE 'EC'.
               88 PD-EDOCTA-INTEGRAL        VALUE 'EI'.
               88 PD-CONSTANCIA             VALUE 'CR'.
           05 PD-DLLAVEDOC                  PIC X(10).
           05 PD-IANIO-X                    PIC 9(04).
           05 PD-IMES-X                     PIC 9(02).
           05 PD-DSNIMAGEN                  PIC X(44).
           05 PD-DTITREP                    PIC X(40).
           05 PD-ILOGOREF                   PIC X(20).
      *
      *    GENERACION DEL PDF (9976 A 9982)
           05 PD-IESTADO                    PIC X(01).
               88 PD-PENDIENTE              VALUE 'P'.
               88 PD-GENERADO               VALUE 'G'.
               88 PD-ERROR                  VALUE 'E'.
           05 PD-IREPORTE                   PIC X(08).
           05 PD-FCORRIDA                   PIC X(10).
           05 PD-DSNPDF                     PIC X(44).
           05 PD-IMIEMBRO                   PIC X(08).
           05 PD-NFOLIO-X                   PIC 9(09).
           05 PD-NUMPAGS                    PIC S9(05)      COMP-3.
           05 PD-DERROR                     PIC X(50).
      *
      *    CLAVE DE APERTURA DEL CLIENTE (9978), SOLO EN MEMORIA
           05 PD-IRFC                       PIC X(13).
           05 PD-ICUENTA-X                  PIC 9(07).
           05 PD-CLAVEPDF                   PIC X(13).
      *
           05 PD-SLISTO                     PIC X(01).
               88 PD-PDF-LISTO              VALUE '1'.
               88 PD-PDF-NO-LISTO           VALUE '0'.
               88 PD-SIN-PDF                VALUE ' '.
           05 PD-NUMREG                     PIC S9(09)      COMP.
           05 PD-ESTADO                     PIC X(01).
               88 PD-HAY-DATOS              VALUE '1'.
               88 PD-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
