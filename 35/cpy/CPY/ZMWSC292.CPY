      *-----------------------------------------------------------------
      *  ZMWSC292 : VARIABLES DEL TRASPASO DE CARTERA COMPLETA CON OTRA
      *             CASA DE BOLSA (CASO ZMDT721, RENGLONES ZMDT722; VEA
      *             DCLZMDT721/DCLZMDT722).
      *               - 9758 ABRE EL CASO DE LA CUENTA CON LA
      *                 CONTRAPARTE; EN SALIDA ('S') CADA EMISORA/SERIE
      *                 LIQUIDADA DEL LIBRO QUEDA COMO RENGLON;
      *               - 9759 AGREGA A UN CASO DE ENTRADA ('E') UNA
      *                 POSICION ESPERADA;
      *               - 9760/9761 SACAN TODA LA CARTERA DE UN CASO DE
      *                 SALIDA COMO UN SOLO LOTE DEL ARCHIVO DE
      *                 INSTRUCCIONES A INDEVAL (MISMO REGISTRO
      *                 IVX-REG-INDEVAL, MISMO FOLIO DE LOTE Y MISMOS
      *                 TOTALES QUE 9562/9563) Y 9762 ESTAMPA CADA
      *                 RENGLON ESCRITO;
      *               - 9764, EN LA CORRIDA NOCTURNA, CASA LOS RENGLONES
      *                 CONTRA EL ULTIMO FEED DEL CUSTODIO: LO QUE LLEGO
      *                 (ENTRADA) O YA SALIO (SALIDA) SE DA POR RECIBIDO
      *                 O ENTREGADO Y SE REGISTRA EN EL LIBRO (9682);
      *               - 9765 DA DE BAJA UN RENGLON CON SU MOTIVO;
      *               - 9766 CIERRA LOS CASOS SIN RENGLONES ABIERTOS.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143, ZMWSC240 (IV-REG), ZMWSC274/
      *             ZMWSC275 Y ZMWSC342/ZMWSC343 CON ZMWSC011 (UNA
      *             CUENTA CONGELADA NO ABRE CASO DE SALIDA, 9996; SUS
      *             RENGLONES YA ABIERTOS NO SE TRANSMITEN MIENTRAS
      *             SIGA CONGELADA).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO TP-IEMPR
      *             MOVE ICUENTA           TO TP-ICUENTA
      *             MOVE ISECTRAS          TO TP-ISECTRAS
      *             PERFORM 9760-ABRE-INSTR-TRASPASO
      *             PERFORM 9761-LEE-INSTR-TRASPASO
      *                 UNTIL IV-FIN-DATOS
      *             (POR CADA RENGLON: ESCRIBIR IVX-REG-INDEVAL Y
      *              PERFORM 9762-ESTAMPA-INSTR-TRASPASO)
      *-----------------------------------------------------------------
       01  TP-REG.
           05 TP-IEMPR                      PIC X(03).
           05 TP-ICUENTA                    PIC S9(07)      COMP-3.
           05 TP-ISECTRAS                   PIC S9(09)      COMP-3.
           05 TP-TSENTIDO                   PIC X(01).
               88 TP-SALIDA                 VALUE 'S'.
               88 TP-ENTRADA                VALUE 'E'.
           05 TP-IINSTIT                    PIC X(10).
           05 TP-DINSTIT                    PIC X(40).
           05 TP-CEXINDEVCP                 PIC X(09).
           05 TP-FECHA                      PIC X(10).
           05 TP-IUSUARIO                   PIC X(08).
           05 TP-IPROGRAM                   PIC X(08).
      *
      *    RENGLON
           05 TP-ISECLIN                    PIC S9(05)      COMP-3.
           05 TP-IEMISORA                   PIC X(07).
           05 TP-ISERIE                     PIC X(08).
           05 TP-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 TP-CBASE                      PIC S9(13)V99   COMP-3.
           05 TP-CFEED                      PIC S9(13)V99   COMP-3.
           05 TP-CMOVIDOS                   PIC S9(13)V99   COMP-3.
           05 TP-SLINEA                     PIC X(01).
               88 TP-LINEA-PENDIENTE        VALUE 'P'.
               88 TP-LINEA-ENVIADA          VALUE 'E'.
               88 TP-LINEA-RECIBIDA         VALUE 'R'.
               88 TP-LINEA-BAJA             VALUE 'B'.
           05 TP-DMOTIVO                    PIC X(60).
           05 TP-ISECMOV                    PIC S9(09)      COMP-3.
      *
           05 TP-NUMLINEAS                  PIC S9(09) COMP.
           05 TP-NUMRECIB                   PIC S9(09) COMP.
           05 TP-NUMCERRADOS                PIC S9(09) COMP.
           05 TP-DMENSAJE                   PIC X(55).
           05 TP-RESULTADO                  PIC X(01).
               88 TP-ACEPTADO               VALUE '0'.
               88 TP-RECHAZADO              VALUE '1'.
           05 TP-ESTADO                     PIC X(01).
               88 TP-HAY-DATOS              VALUE '1'.
               88 TP-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
