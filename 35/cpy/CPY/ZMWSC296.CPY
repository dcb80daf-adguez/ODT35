      *-----------------------------------------------------------------
      *  ZMWSC296 : VARIABLES DE LA VERIFICACION A CIEGAS (DOBLE
      *             CAPTURA) DE CARTAS ANTES DE SALIR A MERCADO
      *             (ZMDT724/ZMDT725, VEA DCLZMDT724/DCLZMDT725).
      *               - 9779, TRAS CADA RENGLON GRABADO, DEJA LA CARTA
      *                 PENDIENTE DE VERIFICAR SI SU CONCEPTO LO PIDE
      *                 (ZM671_SVERIFICA DEL CONCEPTO O DEL RENGLON
      *                 GENERAL ICONCEPT = 0) O SI SU IMPORTE ALCANZA
      *                 EL UMBRAL VD-MUMBRAL-ALFA ('REG'/'VERIFICA' DE
      *                 ZMDT612, LO LEE QUIEN LLAMA); UNA CARTA
      *                 YA VERIFICADA O DEVUELTA A LA QUE SE LE GRABA
      *                 UN RENGLON VUELVE A QUEDAR PENDIENTE;
      *               - 9780 ES EL CANDADO DE LIBERACION A MERCADO;
      *               - 9781 COMPARA LA RECAPTURA DEL VERIFICADOR
      *                 (VD-...V Y VD-LINEA) CONTRA LA CARTA GRABADA,
      *                 CAMPO POR CAMPO: SOLO SI TODO COINCIDE LA
      *                 CARTA QUEDA VERIFICADA; SI NO, SE DEVUELVE AL
      *                 CAPTURISTA CON LAS BANDERAS DE DIFERENCIA;
      *               - 9784/9785 LISTAN LAS CARTAS POR VERIFICAR (LA
      *                 PANTALLA NO DEBE MOSTRAR VD-ICUENTA, QUE ES LA
      *                 LLAVE, SINO EL FOLIO DEL DOCUMENTO) Y LAS
      *                 DEVUELTAS;
      *               - 9786 CARGA EN VD-LINEA LAS BANDERAS DE LA
      *                 ULTIMA VERIFICACION PARA RESALTAR LOS CAMPOS
      *                 EN LA PANTALLA DEL CAPTURISTA.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO VD-IEMPR
      *             MOVE CUENTA-DE-LA-COLA TO VD-ICUENTA
      *             MOVE CONCEPTO-COLA     TO VD-ICONCEPT
      *             MOVE NA-WUSUARIO       TO VD-IUSUARIO
      *             MOVE NRP1-MCONTRA      TO VD-ICUENTAV
      *             MOVE NRP1-MEMISOR      TO VD-IEMISORAV
      *             MOVE NRP1-MSERIE       TO VD-ISERIEV
      *             (POR CADA RENGLON TECLEADO: VD-LIN-ILINEA,
      *              VD-LIN-ICONTR, VD-LIN-CTITULOS, VD-LIN-MIMPORTE
      *              Y VD-NUMLIN)
      *             PERFORM 9781-COMPARA-VERIFICACION
      *             IF VD-RECHAZADO
      *                MOVE VD-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  VD-REG.
           05 VD-IEMPR                      PIC X(03).
           05 VD-ICUENTA                    PIC S9(07)      COMP-3.
           05 VD-ICONCEPT                   PIC S9(05)      COMP-3.
           05 VD-IUSUARIO                   PIC X(08).
      *
      *    CONTROL
           05 VD-SMOTIVO                    PIC X(01).
               88 VD-POR-CONCEPTO           VALUE 'C'.
               88 VD-POR-IMPORTE            VALUE 'I'.
           05 VD-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 VD-MUMBRAL-ALFA               PIC X(15).
           05 VD-MUMBRAL-ALFA-R REDEFINES VD-MUMBRAL-ALFA
                                            PIC 9(13)V99.
           05 VD-MUMBRAL                    PIC S9(13)V99   COMP-3.
           05 VD-IESTADO                    PIC X(01).
               88 VD-PENDIENTE              VALUE 'P'.
               88 VD-VERIFICADA             VALUE 'V'.
               88 VD-DEVUELTA               VALUE 'D'.
           05 VD-IUSRCAPT                   PIC X(08).
           05 VD-IUSRVERIF                  PIC X(08).
           05 VD-FALTA                      PIC X(26).
           05 VD-NINTENTOS                  PIC S9(03)      COMP-3.
           05 VD-IDOCSCAN                   PIC X(20).
           05 VD-NUMCTL                     PIC S9(09) COMP.
           05 VD-SVERIFICA                  PIC X(01).
      *
      *    RECAPTURA DEL VERIFICADOR (CARATULA)
           05 VD-ICUENTAV                   PIC S9(07)      COMP-3.
           05 VD-IEMISORAV                  PIC X(07).
           05 VD-ISERIEV                    PIC X(08).
      *
      *    CARTA GRABADA
           05 VD-IEMISORA                   PIC X(07).
           05 VD-ISERIE                     PIC X(08).
           05 VD-ICONTR                     PIC S9(07)      COMP-3.
           05 VD-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 VD-MIMPLIN                    PIC S9(13)V99   COMP-3.
           05 VD-NUMLINC                    PIC S9(04) COMP.
      *
      *    DIFERENCIAS DE LA CARATULA ('1' = DIFERENTE)
           05 VD-SDIFCTA                    PIC X(01).
               88 VD-DIF-CUENTA             VALUE '1'.
           05 VD-SDIFEMI                    PIC X(01).
               88 VD-DIF-EMISORA            VALUE '1'.
           05 VD-SDIFSER                    PIC X(01).
               88 VD-DIF-SERIE              VALUE '1'.
           05 VD-SDIFNLIN                   PIC X(01).
               88 VD-DIF-NUMLIN             VALUE '1'.
      *
      *    RENGLONES TECLEADOS POR EL VERIFICADOR Y SUS DIFERENCIAS
           05 VD-NUMLIN                     PIC S9(04) COMP.
           05 VD-I                          PIC S9(04) COMP.
           05 VD-LINEA OCCURS 99 TIMES.
              10 VD-LIN-ILINEA              PIC S9(02)      COMP-3.
              10 VD-LIN-ICONTR              PIC S9(07)      COMP-3.
              10 VD-LIN-CTITULOS            PIC S9(13)V99   COMP-3.
              10 VD-LIN-MIMPORTE            PIC S9(13)V99   COMP-3.
              10 VD-LIN-SDIFCONTR           PIC X(01).
                  88 VD-LIN-DIF-CONTR       VALUE '1'.
              10 VD-LIN-SDIFTIT             PIC X(01).
                  88 VD-LIN-DIF-TITULOS     VALUE '1'.
              10 VD-LIN-SDIFIMP             PIC X(01).
                  88 VD-LIN-DIF-IMPORTE     VALUE '1'.
              10 VD-LIN-SDIFLIN             PIC X(01).
                  88 VD-LIN-NO-EXISTE       VALUE '1'.
      *
      *    RENGLON EN TURNO (ZM725)
           05 VD-ILINEA                     PIC S9(02)      COMP-3.
           05 VD-SDIFCONTR                  PIC X(01).
           05 VD-SDIFEMIL                   PIC X(01).
           05 VD-SDIFSERL                   PIC X(01).
           05 VD-SDIFTIT                    PIC X(01).
           05 VD-SDIFIMP                    PIC X(01).
           05 VD-SDIFLIN                    PIC X(01).
      *
      *    LISTA DE CAMPOS DIFERENTES (ZM724_DDIFER)
           05 VD-NUMDIF                     PIC S9(04) COMP.
           05 VD-DDIFER                     PIC X(80).
           05 VD-DDIFER-R REDEFINES VD-DDIFER.
              10 VD-DIFCAMPO                PIC X(10) OCCURS 8.
           05 VD-DCAMPO.
              10 FILLER                     PIC X(01)  VALUE 'R'.
              10 VD-DCAMPO-LIN              PIC 9(02).
              10 FILLER                     PIC X(01)  VALUE SPACE.
              10 VD-DCAMPO-NOM              PIC X(06).
      *
           05 VD-DMENSAJE                   PIC X(55).
           05 VD-SREQ                       PIC X(01).
               88 VD-REQUIERE-VERIFICA      VALUE '1'.
               88 VD-SIN-VERIFICA           VALUE '0'.
           05 VD-SBLOQUEO                   PIC X(01).
               88 VD-CARTA-LIBERADA         VALUE '0'.
               88 VD-CARTA-RETENIDA         VALUE '1'.
           05 VD-RESULTADO                  PIC X(01).
               88 VD-ACEPTADO               VALUE '0'.
               88 VD-RECHAZADO              VALUE '1'.
           05 VD-ESTADO                     PIC X(01).
               88 VD-HAY-DATOS              VALUE '1'.
               88 VD-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
