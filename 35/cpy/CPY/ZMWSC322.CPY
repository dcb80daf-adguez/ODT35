      *-----------------------------------------------------------------
      *  ZMWSC322 : VARIABLES DEL COSTO ESTIMADO DE UNA CARTA DE
      *             INSTRUCCION (VEA DCLZMDT750). COTIZA POR RENGLON Y
      *             PARA TODA LA CARTA LA COMISION CON LA TARIFA DE LA
      *             CUENTA (CONVENIO DE ZMDT682 O ESCALON DE ZMDT613,
      *             9196), EL EFECTO DE LOS CARGOS RECURRENTES CON BASE
      *             EN VOLUMEN (ZMDT680 TBASE 'P') Y EL IVA VIGENTE
      *             (ZMDT612 'IVA'/'COMISION'):
      *               - 9907 INICIA LA COTIZACION DE LA CARTA: TIPO DE
      *                 CUENTA, VOLUMEN DEL MES, TASA DE IVA Y TASA DE
      *                 CARGOS, Y PONE LOS TOTALES EN CERO;
      *               - 9908 COTIZA UN RENGLON (CZ-MIMPORTE, O
      *                 CZ-CTITULOS AL ULTIMO PRECIO DEL VECTOR CUANDO
      *                 SE INSTRUYE EN TITULOS) Y LO SUMA A LOS TOTALES.
      *                 EL ESCALON SE RESUELVE CON EL VOLUMEN DEL MES
      *                 MAS LO YA COTIZADO EN LA CARTA;
      *               - 9909 GRABA EN ZMDT750 LA COTIZACION DE LOS
      *                 RENGLONES REGISTRADOS DE LA CARTA (LA LLAMA
      *                 9394 AL REGISTRAR) Y 9296 LA IMPRIME EN LA
      *                 CONFIRMACION;
      *               - 9912 REGISTRA LO EFECTIVAMENTE COBRADO DE UN
      *                 RENGLON Y DEJA EN CZ-MDIFER LA DIFERENCIA
      *                 CONTRA LO COTIZADO.
      *             LOS IMPORTES SALEN TAMBIEN EDITADOS (CZ-...-E) PARA
      *             LA PANTALLA DE CAPTURA (ZMWMW79).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC032/ZMWSC033 (CON SUS DEPENDENCIAS),
      *             ms35/ZMWSC018/ZMWSC019 Y ZMWSC186/ZMWSC187.
      *
      *  EJEMPLO  : (CAPTURA, ANTES DE CONFIRMAR)
      *             MOVE WC-IEMPR          TO CZ-IEMPR
      *             MOVE CT-ICUENTA        TO CZ-ICUENTA
      *             MOVE NRP1-MEMISOR      TO CZ-IEMISORA
      *             MOVE NRP1-MSERIE       TO CZ-ISERIE
      *             MOVE WX-TFECHOY        TO CZ-FECHA
      *             PERFORM 9907-INICIA-COSTO-CARTA
      *             (POR CADA RENGLON SELECCIONADO)
      *             MOVE CTITULOS-RENGLON  TO CZ-CTITULOS
      *             MOVE IMPORTE-RENGLON   TO CZ-MIMPORTE
      *             PERFORM 9908-ESTIMA-COSTO-RENGLON
      *             MOVE CZ-MCOSTO-E       TO NRP1-MCOST(I)
      *             (AL TERMINAR LOS RENGLONES)
      *             MOVE CZ-TOT-MCOMISION-E TO NRP1-MCOMTOT
      *             MOVE CZ-TOT-MCARGO-E   TO NRP1-MCGOTOT
      *             MOVE CZ-TOT-MIVA-E     TO NRP1-MIVATOT
      *             MOVE CZ-TOT-MCOSTO-E   TO NRP1-MCOSTOT
      *
      *             (FACTURACION)
      *             MOVE ... LLAVE DEL RENGLON ... TO CZ-IEMPR ...
      *             MOVE COMISION-COBRADA  TO CZ-MCOBRADO
      *             PERFORM 9912-REGISTRA-COSTO-COBRADO
      *-----------------------------------------------------------------
       01  CZ-REG.
           05 CZ-FECHA                      PIC X(10).
           05 CZ-IUSUARIO                   PIC X(08).
      *
      *    CARTA
           05 CZ-IEMPR                      PIC X(03).
           05 CZ-ICUENTA                    PIC S9(07)      COMP-3.
           05 CZ-ICONCEPT                   PIC S9(05)      COMP-3.
           05 CZ-IEMISORA                   PIC X(07).
           05 CZ-ISERIE                     PIC X(08).
           05 CZ-ITIPOCTA                   PIC X(01).
           05 CZ-MVOLMES                    PIC S9(13)V99   COMP-3.
      *
      *    TASAS DE LA COTIZACION
           05 CZ-PCARGO                     PIC S9V9(04)    COMP-3.
           05 CZ-PIVA-ALFA                  PIC X(06).
           05 CZ-PIVA-ALFA-R REDEFINES CZ-PIVA-ALFA
                                            PIC 9V9(05).
           05 CZ-PIVA                       PIC S9V9(05)    COMP-3.
      *
      *    RENGLON
           05 CZ-ILINEA                     PIC S9(02)      COMP-3.
           05 CZ-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 CZ-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 CZ-MBASE                      PIC S9(13)V99   COMP-3.
           05 CZ-TORIGEN                    PIC X(01).
               88 CZ-ORIGEN-CONVENIO        VALUE 'C'.
               88 CZ-ORIGEN-DESCUENTO       VALUE 'D'.
               88 CZ-ORIGEN-TIER            VALUE 'T'.
               88 CZ-SIN-TARIFA             VALUE 'N'.
           05 CZ-PCOMISION                  PIC S9V9(04)    COMP-3.
           05 CZ-MCOMISION                  PIC S9(13)V99   COMP-3.
           05 CZ-MCARGO                     PIC S9(13)V99   COMP-3.
           05 CZ-MIVA                       PIC S9(13)V99   COMP-3.
           05 CZ-MCOSTO                     PIC S9(13)V99   COMP-3.
           05 CZ-MCOSTO-E                   PIC Z,ZZZ,ZZZ,ZZ9.99.
      *
      *    TOTALES DE LA CARTA
           05 CZ-NUMLIN                     PIC S9(04)      COMP.
           05 CZ-TOT-MBASE                  PIC S9(13)V99   COMP-3.
           05 CZ-TOT-MCOMISION              PIC S9(13)V99   COMP-3.
           05 CZ-TOT-MCARGO                 PIC S9(13)V99   COMP-3.
           05 CZ-TOT-MIVA                   PIC S9(13)V99   COMP-3.
           05 CZ-TOT-MCOSTO                 PIC S9(13)V99   COMP-3.
           05 CZ-TOT-MCOMISION-E            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 CZ-TOT-MCARGO-E               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 CZ-TOT-MIVA-E                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 CZ-TOT-MCOSTO-E               PIC Z,ZZZ,ZZZ,ZZ9.99.
      *
      *    COMPARACION CONTRA LO COBRADO
           05 CZ-MCOBRADO                   PIC S9(13)V99   COMP-3.
           05 CZ-MDIFER                     PIC S9(13)V99   COMP-3.
      *
           05 CZ-RESULTADO                  PIC X(01).
               88 CZ-ACEPTADO               VALUE '0'.
               88 CZ-RECHAZADO              VALUE '1'.
           05 CZ-ESTADO                     PIC X(01).
               88 CZ-HAY-DATOS              VALUE '1'.
               88 CZ-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
