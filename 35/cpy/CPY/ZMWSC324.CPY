      *-----------------------------------------------------------------
      *  ZMWSC324 : VARIABLES DE LA VERIFICACION DE E.FIRMA (FIRMA
      *             ELECTRONICA AVANZADA DEL SAT) DE LAS CARTAS QUE
      *             LLEGAN POR CANAL ELECTRONICO AL SERVICIO DE
      *             REGISTRO (9533, RS-CANAL-EFIRMA). EL CANAL FIRMA
      *             CON EL CERTIFICADO DEL CLIENTE EL CONTENIDO DE CADA
      *             RENGLON EN SU FORMA CANONICA FI-CONTENIDO (CAMPOS
      *             SEPARADOS POR '|', NUMEROS CON CEROS A LA IZQUIERDA
      *             E IMPORTES CON PUNTO DECIMAL) Y MANDA LA FIRMA Y EL
      *             CERTIFICADO EN BASE64:
      *               - 9913 VERIFICA EL RENGLON: LA FIRMA CRIPTOGRAFICA
      *                 Y LOS DATOS DEL CERTIFICADO LOS DA EL SERVICIO
      *                 DE FIRMA ZM9CR442 (9914, CICS LINK CON FI-PARM);
      *                 AQUI SE VALIDA QUE EL CERTIFICADO SEA DEL SAT Y
      *                 ESTE VIGENTE, QUE NO ESTE EN LA LISTA DE
      *                 REVOCACION (ZMDT751, ARCHIVO 'CRLSAT'), QUE SU
      *                 RFC SEA EL DE LA CUENTA (CUENTA.IRFC) O EL DE UN
      *                 APODERADO VIGENTE (ZMDT657) Y, EN LOS RENGLONES
      *                 2+, QUE SEA EL MISMO CERTIFICADO QUE FIRMO EL
      *                 RENGLON 1;
      *               - 9915 GRABA EN LA CARATULA (ZMDT606) LA SERIE DEL
      *                 CERTIFICADO Y EL RESULTADO.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC010 (wsc-ZM9CR442).
      *
      *  EJEMPLO  : MOVE RS-IEMPR          TO FI-IEMPR
      *             MOVE RS-ICUENTA        TO FI-ICUENTA
      *             MOVE RS-ICONCEPT       TO FI-ICONCEPT
      *             MOVE WX-TFECHOY        TO FI-FECHA
      *             (CARGAR FI-CONTENIDO CON LOS DATOS DEL RENGLON)
      *             MOVE RS-LFIRMA         TO FI-LFIRMA
      *             MOVE RS-DFIRMA         TO FI-DFIRMA
      *             MOVE RS-LCERTIF        TO FI-LCERTIF
      *             MOVE RS-DCERTIF        TO FI-DCERTIF
      *             PERFORM 9913-VERIFICA-EFIRMA-CARTA
      *             IF NOT FI-VERIFICADA
      *                MOVE FI-DMENSAJE    TO RS-DRECHAZO
      *             END-IF
      *-----------------------------------------------------------------
       01  FI-PARM.
           05 FI-WCODRET                    PIC S9(09) COMP.
           05 FI-ENTRADA.
              10 FI-LCONTENIDO              PIC S9(04) COMP.
              10 FI-DCONTENIDO              PIC X(200).
              10 FI-LFIRMA                  PIC S9(04) COMP.
              10 FI-DFIRMA                  PIC X(700).
              10 FI-LCERTIF                 PIC S9(04) COMP.
              10 FI-DCERTIF                 PIC X(2400).
           05 FI-SALIDA.
              10 FI-SFIRMA                  PIC X(01).
                 88 FI-FIRMA-VALIDA         VALUE '1'.
                 88 FI-FIRMA-INVALIDA       VALUE '0'.
              10 FI-SCERTSAT                PIC X(01).
                 88 FI-CERT-SAT             VALUE '1'.
                 88 FI-CERT-NO-SAT          VALUE '0'.
              10 FI-ICERTSER                PIC X(20).
              10 FI-IRFC                    PIC X(13).
              10 FI-FVIGDESDE               PIC X(10).
              10 FI-FVIGHASTA               PIC X(10).
      *
      *    CONTENIDO CANONICO DEL RENGLON QUE FIRMA EL CANAL
       01  FI-CONTENIDO.
           05 FI-CT-IEMPR                   PIC X(03).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-ICUENTA                 PIC 9(07).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-IEMISORA                PIC X(07).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-ISERIE                  PIC X(08).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-GRUPO                   PIC 9(01).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-INSTRUMENTO             PIC X(08).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-ILINEA                  PIC 9(02).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-ICONTR                  PIC 9(07).
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-CTITULOS                PIC 9(13).99.
           05 FILLER                        PIC X(01) VALUE '|'.
           05 FI-CT-MIMPORTE                PIC 9(13).99.
      *
       01  FI-REG.
           05 FI-IEMPR                      PIC X(03).
           05 FI-ICUENTA                    PIC S9(07)      COMP-3.
           05 FI-ICONCEPT                   PIC S9(05)      COMP-3.
           05 FI-FECHA                      PIC X(10).
           05 FI-IRFCCTA                    PIC X(13).
           05 FI-ICERTCARTA                 PIC X(20).
           05 FI-NAPODER                    PIC S9(09) COMP.
           05 FI-NREVOCA                    PIC S9(09) COMP.
           05 FI-SEFIRMA                    PIC X(01).
               88 FI-VERIFICADA             VALUE 'V'.
               88 FI-SIN-FIRMA              VALUE 'S'.
               88 FI-FIRMA-NO-CORRESPONDE   VALUE 'F'.
               88 FI-CERT-NO-VIGENTE        VALUE 'C'.
               88 FI-CERT-REVOCADO          VALUE 'R'.
               88 FI-RFC-NO-CORRESPONDE     VALUE 'T'.
               88 FI-OTRO-CERTIFICADO       VALUE 'O'.
           05 FI-DMENSAJE                   PIC X(55).
      *-----------------------------------------------------------------
