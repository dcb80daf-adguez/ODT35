      *-----------------------------------------------------------------
      *  ZMWSC282 : VARIABLES DEL COSTO PROMEDIO DE ADQUISICION POR
      *             CUENTA Y EMISORA/SERIE (ZMDT713) Y DE LA GANANCIA
      *             O PERDIDA REALIZADA DE CADA VENTA (ZMDT714); VEA
      *             DCLZMDT713 Y DCLZMDT714.
      *               - 9714, DESDE EL MERGE (9344) AL LIQUIDAR UNA
      *                 CARTA CON FILLS: SI EL CONCEPTO ES DE CARGO
      *                 (COMPRA, 9649) SUMA TITULOS E IMPORTE
      *                 EJECUTADOS (ZMDT666) AL COSTO; SI ES DE ABONO
      *                 (VENTA) SACA LOS TITULOS AL COSTO PROMEDIO Y
      *                 GRABA LA GANANCIA EN ZMDT714;
      *               - 9716, DESDE EL CIERRE DEL EVENTO CORPORATIVO
      *                 (9445): EL COSTO TOTAL PASA A LA SERIE NUEVA Y
      *                 LOS TITULOS SE MULTIPLICAN POR EL FACTOR (EL
      *                 PROMEDIO QUEDA DIVIDIDO ENTRE EL FACTOR);
      *               - 9718/9719 (RESUMEN POR CUENTA) Y 9720/9721
      *                 (DETALLE DE VENTAS) SON LA CONSTANCIA ANUAL DE
      *                 GANANCIAS, QUE EL LOTE IMPRIME JUNTO CON LA DE
      *                 RETENCIONES (9451/9452) CON EL MISMO MEMBRETE.
      *             LOS TITULOS ENTRADOS SIN COSTO (SALDO INICIAL DEL
      *             CUSTODIO, TRASPASOS) NO ESTAN EN ZMDT713; SI SE
      *             VENDEN SE COSTEAN EN CERO Y SE MARCAN EN
      *             CTITSINCOS PARA QUE EL CLIENTE LOS DOCUMENTE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 Y ZMWSC266/ZMWSC267.
      *
      *  EJEMPLO  : MOVE LC-IEMPR          TO CP-IEMPR
      *             MOVE LC-ICUENTA        TO CP-ICUENTA
      *             MOVE LC-ICONCEPT       TO CP-ICONCEPT
      *             MOVE LC-FEVENTO(1:10)  TO CP-FECHA
      *             PERFORM 9714-COSTO-LIQUIDA-CARTA
      *-----------------------------------------------------------------
       01  CP-REG.
           05 CP-IEMPR                      PIC X(03).
           05 CP-ICUENTA                    PIC S9(07)      COMP-3.
           05 CP-ICONCEPT                   PIC S9(05)      COMP-3.
           05 CP-FECHA                      PIC X(10).
           05 CP-IEMISORA                   PIC X(07).
           05 CP-ISERIE                     PIC X(08).
           05 CP-ISECGAN                    PIC S9(09)      COMP-3.
           05 CP-IANIO                      PIC S9(04)      COMP-3.
      *
      *    EJECUTADO DE LA CARTA Y COSTO VIGENTE
           05 CP-CTITEJEC                   PIC S9(13)V99   COMP-3.
           05 CP-MIMPEJEC                   PIC S9(13)V99   COMP-3.
           05 CP-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 CP-MCOSTOTOT                  PIC S9(13)V99   COMP-3.
           05 CP-MCOSTOPROM                 PIC S9(09)V9(06) COMP-3.
      *
      *    VENTA
           05 CP-CTITCOSTO                  PIC S9(13)V99   COMP-3.
           05 CP-CTITSINCOS                 PIC S9(13)V99   COMP-3.
           05 CP-MCOSTOVTA                  PIC S9(13)V99   COMP-3.
           05 CP-MGANANCIA                  PIC S9(13)V99   COMP-3.
      *
      *    EVENTO CORPORATIVO
           05 CP-IEMIANT                    PIC X(07).
           05 CP-ISERANT                    PIC X(08).
           05 CP-IEMINVA                    PIC X(07).
           05 CP-ISERNVA                    PIC X(08).
           05 CP-FFACTOR                    PIC S9(03)V9(06) COMP-3.
           05 CP-CTITNVO                    PIC S9(13)V99   COMP-3.
      *
      *    CONSTANCIA ANUAL DE GANANCIAS
           05 CP-MTOTVTA                    PIC S9(13)V99   COMP-3.
           05 CP-MTOTCOSTO                  PIC S9(13)V99   COMP-3.
           05 CP-MTOTGAN                    PIC S9(13)V99   COMP-3.
           05 CP-NUMVENTAS                  PIC S9(07)      COMP-3.
           05 CP-IRFC                       PIC X(13).
           05 CP-NABREV                     PIC X(25).
      *
           05 CP-ESTADO                     PIC X(01).
               88 CP-HAY-DATOS              VALUE '1'.
               88 CP-FIN-DATOS              VALUE '0'.
           05 CP-ESTDET                     PIC X(01).
               88 CP-HAY-DETALLE            VALUE '1'.
               88 CP-FIN-DETALLE            VALUE '0'.
      *-----------------------------------------------------------------
