      *             ABIERTOS DE ZMDT607), GRABA LA INSTRUCCION CON EL
      *             LOTE EN CURSO (TS-ISECLOTE, FOLIO DE ZMDT642) Y
      *             ARMA EL REGISTRO DEL ARCHIVO DE INTERFAZ
      *             (TSX-REG-TESORERIA) CON LA CLABE AUTORIZADA DE
      *             LA CUENTA A LA QUE SE PAGA (ZMDT705, 9669); SIN
      *             CLABE AUTORIZADA LA CARTA NO SE INSTRUYE
      *             (TS-NUMSINCLB). LA REFERENCIA AL BANCO
      *             (TS-IREFBCO) ES CON LA QUE LA CONCILIACION DEL
      *             ESTADO DE CUENTA (9671) CASA EL PAGO. LOS TOTALES
      *             DE CONTROL DEL ARCHIVO QUEDAN EN TS-NUMINSTR/
      *             TS-TOTIMPORTE PARA EL TRAILER.
      *
      *  EJEMPLO  : PERFORM 9509-ABRE-INSTR-EFECTIVO
      *             PERFORM 9510-LEE-INSTR-EFECTIVO
      *                 UNTIL TS-FIN-DATOS
      *             (POR CADA CARTA: PERFORM 9511-GENERA-INSTR-EFEC
      *              Y, SI TS-INSTRUIDA, ESCRIBIR TSX-REG-TESORERIA)
      *-----------------------------------------------------------------
       01  TS-REG.
           05 TS-ISECLOTE                   PIC S9(09)      COMP-3.
           05 TS-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 TS-NUMINSTR                   PIC S9(09) COMP VALUE 0.
           05 TS-TOTIMPORTE                 PIC S9(13)V99   COMP-3.
           05 TS-CLABE                      PIC X(18).
           05 TS-IREFBCO                    PIC X(16).
           05 FILLER REDEFINES TS-IREFBCO.
              10 TS-REF-PREFIJO             PIC X(02).
              10 TS-REF-CUENTA              PIC 9(07).
              10 TS-REF-CONCEPT             PIC 9(05).
              10 FILLER                     PIC X(02).
           05 TS-NUMSINCLB                  PIC S9(09) COMP VALUE 0.
           05 TS-SINSTR                     PIC X(01).
               88 TS-INSTRUIDA              VALUE '1'.
               88 TS-NO-INSTRUIDA           VALUE '0'.
           05 TS-ESTADO                     PIC X(01).
               88 TS-HAY-DATOS              VALUE '1'.
               88 TS-FIN-DATOS              VALUE '0'.
           05 TSX-FVALOR                    PIC X(10).
           05 TSX-MIMPORTE                  PIC 9(13)V99.
           05 TSX-ISECLOTE                  PIC 9(09).
           05 TSX-CLABE                     PIC X(18).
           05 TSX-IREFBCO                   PIC X(16).
           05 FILLER                        PIC X(10)  VALUE SPACES.
      *-----------------------------------------------------------------
