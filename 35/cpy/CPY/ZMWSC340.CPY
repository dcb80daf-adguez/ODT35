      *-----------------------------------------------------------------
      *  ZMWSC340 : VARIABLES DE LA RECONSTRUCCION DE UNA CUENTA A UNA
      *             FECHA PASADA (AS-FECHA) DESDE EL HISTORICO ANTES/
      *             DESPUES ZMDT608:
      *               - 9985 TOMA EL RENGLON ACTUAL DE CUENTA Y LO
      *                 REGRESA CAMPO POR CAMPO (AS-DETALLE) AL VALOR
      *                 QUE TENIA AL CIERRE DE AS-FECHA: EL VALOR
      *                 ANTERIOR DEL PRIMER CAMBIO POSTERIOR A ESA
      *                 FECHA O, SIN CAMBIOS POSTERIORES, EL ACTUAL.
      *                 AS-CAMBIO-POSTERIOR MARCA LOS CAMPOS QUE
      *                 CAMBIARON DESPUES, CON CUANTAS VECES, CUANDO Y
      *                 QUIEN HIZO EL PRIMER CAMBIO. AS-NO-EXISTIA SI
      *                 LA CUENTA SE DIO DE ALTA DESPUES DE LA FECHA.
      *                 ES LA CONSULTA EN LINEA;
      *               - 9986/9987 SON EL EXTRACTO POR LOTE: RECORREN
      *                 LAS CUENTAS DE AS-IEMPR DE AS-ICUENTAINI A
      *                 AS-ICUENTAFIN, RECONSTRUYEN CADA UNA Y DEJAN
      *                 EL RENGLON DEL ARCHIVO EN AS-EXTRACTO.
      *             LOS VALORES VAN EN EL FORMATO EN QUE EL HISTORICO
      *             LOS GUARDA (IPROM 9(04), PORCENTAJES 9.9999, ETC.).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO AS-IEMPR
      *             MOVE CT-ICUENTA        TO AS-ICUENTA
      *             MOVE FECHA-CONSULTA    TO AS-FECHA
      *             PERFORM 9985-RECONSTRUYE-CUENTA-FECHA
      *             IF AS-CUENTA-HALLADA
      *                (MOSTRAR AS-NOM-CAMPO(K), AS-VALFECHA(K) Y UN
      *                 '*' CUANDO AS-CAMBIO-POSTERIOR(K))
      *-----------------------------------------------------------------
       01  AS-REG.
           05 AS-IEMPR                      PIC X(03).
           05 AS-ICUENTA                    PIC S9(07)      COMP-3.
           05 AS-FECHA                      PIC X(10).
           05 AS-ICUENTAINI                 PIC S9(07)      COMP-3.
           05 AS-ICUENTAFIN                 PIC S9(07)      COMP-3.
           05 AS-FALTA                      PIC X(10).
           05 AS-SHALLADA                   PIC X(01).
               88 AS-CUENTA-HALLADA         VALUE '1'.
               88 AS-CUENTA-NO-HALLADA      VALUE '0'.
           05 AS-SEXISTIA                   PIC X(01).
               88 AS-EXISTIA                VALUE '1'.
               88 AS-NO-EXISTIA             VALUE '0'.
      *
      *    RENGLON ACTUAL DE CUENTA
           05 AS-IPROM                      PIC S9(04)      COMP-3.
           05 AS-SCANDADO                   PIC X(01).
           05 AS-PCOMCTA                    PIC S9V9(04)    COMP-3.
           05 AS-MLINCRB                    PIC S9(13)V99   COMP-3.
           05 AS-DCALLE                     PIC X(25).
           05 AS-DCOLON                     PIC X(25).
           05 AS-DPOBLA                     PIC X(30).
           05 AS-IPOS                       PIC S9(05)      COMP-3.
           05 AS-DESTADO                    PIC X(25).
           05 AS-SVIGEN                     PIC X(01).
           05 AS-SDOCUM                     PIC X(01).
           05 AS-IESTRATO                   PIC X(03).
           05 AS-PCUSTOD                    PIC S9V9(04)    COMP-3.
           05 AS-IPROM-X                    PIC 9(04).
           05 AS-PORC-X                     PIC 9.9999.
           05 AS-MLINCRB-X                  PIC -Z(12)9.99.
           05 AS-IPOS-X                     PIC 9(05).
      *
      *    RENGLON DEL HISTORICO POSTERIOR A LA FECHA
           05 AS-ICAMPO                     PIC X(10).
           05 AS-DVALANT                    PIC X(30).
           05 AS-IUSUARIO                   PIC X(08).
           05 AS-FCAMBIO                    PIC X(26).
           05 AS-K                          PIC S9(04)      COMP.
           05 AS-KENC                       PIC S9(04)      COMP.
           05 AS-NUMCAMPOS                  PIC S9(04)      COMP
                                                           VALUE 13.
           05 AS-NUMCTAS                    PIC S9(09)      COMP.
           05 AS-ESTADO-HIST                PIC X(01).
               88 ASH-HAY-DATOS             VALUE '1'.
               88 ASH-FIN-DATOS             VALUE '0'.
           05 AS-ESTADO                     PIC X(01).
               88 AS-HAY-DATOS              VALUE '1'.
               88 AS-FIN-DATOS              VALUE '0'.
      *
      *          CAMPOS RECONSTRUIDOS (NOMBRE DE DCLCUENTA, COMO LO
      *          GRABA CH-ICAMPO EN ZMDT608).
       01  AS-CAMPOS.
           05 AS-NOMBRES.
              10 FILLER                     PIC X(10) VALUE 'IPROM'.
              10 FILLER                     PIC X(10) VALUE 'SCANDADO'.
              10 FILLER                     PIC X(10) VALUE 'PCOMCTA'.
              10 FILLER                     PIC X(10) VALUE 'MLINCRB'.
              10 FILLER                     PIC X(10) VALUE 'DCALLE'.
              10 FILLER                     PIC X(10) VALUE 'DCOLON'.
              10 FILLER                     PIC X(10) VALUE 'DPOBLA'.
              10 FILLER                     PIC X(10) VALUE 'IPOS'.
              10 FILLER                     PIC X(10) VALUE 'DESTADO'.
              10 FILLER                     PIC X(10) VALUE 'SVIGEN'.
              10 FILLER                     PIC X(10) VALUE 'SDOCUM'.
              10 FILLER                     PIC X(10) VALUE 'IESTRATO'.
              10 FILLER                     PIC X(10) VALUE 'PCUSTOD'.
           05 FILLER REDEFINES AS-NOMBRES.
              10 AS-NOM-CAMPO               OCCURS 13 TIMES
                                            PIC X(10).
           05 AS-DETALLE                    OCCURS 13 TIMES.
              10 AS-VALACT                  PIC X(30).
              10 AS-VALFECHA                PIC X(30).
              10 AS-SCAMBIO                 PIC X(01).
                  88 AS-CAMBIO-POSTERIOR    VALUE '1'.
                  88 AS-SIN-CAMBIO          VALUE '0'.
              10 AS-NCAMBIOS                PIC S9(04)      COMP.
              10 AS-FPRIMCAMB               PIC X(26).
              10 AS-IUSRCAMB                PIC X(08).
      *
      *          RENGLON DEL EXTRACTO POR LOTE (9987): LLAVE, FECHA,
      *          SI LA CUENTA EXISTIA Y, POR CAMPO, NOMBRE, VALOR A LA
      *          FECHA Y MARCA DE CAMBIO POSTERIOR ('*').
       01  AS-EXTRACTO.
           05 ASX-IEMPR                     PIC X(03).
           05 ASX-ICUENTA                   PIC 9(07).
           05 ASX-FECHA                     PIC X(10).
           05 ASX-SEXISTIA                  PIC X(01).
           05 ASX-CAMPO                     OCCURS 13 TIMES.
              10 ASX-ICAMPO                 PIC X(10).
              10 ASX-VALOR                  PIC X(30).
              10 ASX-MARCA                  PIC X(01).
      *-----------------------------------------------------------------
