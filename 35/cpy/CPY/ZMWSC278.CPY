      *-----------------------------------------------------------------
      *  ZMWSC278 : VARIABLES DE LA VALUACION NOCTURNA DE GARANTIAS DE
      *             LA LINEA DE CREDITO Y DE LAS LLAMADAS DE MARGEN
      *             (ZMDT710 Y ZMDT709, VEA DCLZMDT710 Y DCLZMDT709).
      *             9692 RECORRE LAS CUENTAS CON LINEA DISPUESTA:
      *             VALUA SUS TITULOS EN PRENDA (ZMDT661 'A' VIGENTES
      *             CON LA RAZON DE PRENDA DE CREDITO) AL PRECIO
      *             VIGENTE (9446), LES QUITA EL AFORO DE SU CLASE DE
      *             RIESGO (ZM630_IRIESGO, NULA = 9) Y COMPARA EL
      *             AFORADO CONTRA EL DISPUESTO. CON FALTANTE ABRE (O
      *             ACTUALIZA) LA LLAMADA DE MARGEN CON FECHA LIMITE EN
      *             DIAS HABILES (9688) Y AVISA AL CLIENTE; SIN
      *             FALTANTE LA DA POR CUBIERTA. AL FINAL ESCALA LAS
      *             LLAMADAS VENCIDAS (AVISO AL PROMOTOR CON EL NIVEL)
      *             Y 9702 BLOQUEA LA CAPTURA DE CARTAS DE UNA CUENTA
      *             CON LLAMADA VENCIDA.
      *             LA LLAMADA SE RESUELVE POR UNO DE DOS CAMINOS: LA
      *             VALUACION LA DA POR CUBIERTA SOLA (9699) CUANDO YA
      *             NO HAY FALTANTE, O LA MESA DE CREDITO LA CIERRA A
      *             MANO CON 9703 DESDE SU TRANSACCION DE LLAMADAS AL
      *             CONFIRMAR LA APORTACION DE GARANTIA, EL PAGO O LA
      *             LIQUIDACION DE LA GARANTIA, SIN ESPERAR A LA
      *             SIGUIENTE VALUACION (DESBLOQUEA LA CAPTURA DE
      *             INMEDIATO).
      *             LA VALUACION PUEDE CORRER EN PARTICIONES
      *             PARALELAS: MG-IEMPRDES/MG-IEMPRHAS ACOTAN LAS
      *             CUENTAS, LAS LLAMADAS QUE SE DAN POR CUBIERTAS Y
      *             LAS QUE ESCALAN (EN BLANCOS = TODAS LAS EMPRESAS;
      *             EL LIMITE SUPERIOR EN BLANCOS PASA A HIGH-VALUES).
      *
      *             PARAMETROS VIGENTES DE ZMDT612 (TIPO 'AFO'):
      *               'CODPRENDA'  RAZON DE ZMDT661 QUE ES PRENDA DE
      *                            CREDITO (OMISION 'PREN').
      *               'PLAZO'      DIAS HABILES PARA CUBRIR, 999
      *                            (OMISION 002).
      *               'CLASE n'    AFORO DE LA CLASE DE RIESGO n EN
      *                            PORCIENTO, 999V99 (OMISION n * 10).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019, ZMWSC142/ZMWSC143,
      *             ZMWSC178/ZMWSC179, ZMWSC186/ZMWSC187 Y
      *             ZMWSC276/ZMWSC277.
      *
      *  EJEMPLO  : MOVE WX-TFECHOY        TO MG-FECHA
      *             MOVE SPACES            TO MG-IEMPRDES
      *             MOVE SPACES            TO MG-IEMPRHAS
      *             PERFORM 9692-VALUA-GARANTIAS
      *
      *             MOVE RS-IEMPR          TO MG-IEMPR
      *             MOVE RS-ICUENTA        TO MG-ICUENTA
      *             PERFORM 9702-VERIFICA-BLOQUEO-MARGEN
      *             IF MG-BLOQUEADA ...
      *
      *             MOVE ZM709-IEMPR       TO MG-IEMPR
      *             MOVE ZM709-ICUENTA     TO MG-ICUENTA
      *             MOVE ZM709-ISECLLAM    TO MG-ISECLLAM
      *             MOVE NA-WUSUARIO       TO MG-IUSRCIERRE
      *             MOVE 'PAGO CONFIRMADO' TO MG-DCOMENT
      *             PERFORM 9703-CIERRA-LLAMADA-MARGEN
      *-----------------------------------------------------------------
       01  MG-REG.
           05 MG-FECHA                      PIC X(10).
           05 MG-IEMPR                      PIC X(03).
           05 MG-IEMPRDES                   PIC X(03).
           05 MG-IEMPRHAS                   PIC X(03).
           05 MG-ICUENTA                    PIC S9(07)      COMP-3.
           05 MG-ISECLLAM                   PIC S9(09)      COMP-3.
           05 MG-IEMISORA                   PIC X(07).
           05 MG-ISERIE                     PIC X(08).
           05 MG-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 MG-IRIESGO                    PIC S9(01)      COMP-3.
           05 MG-MVALOR                     PIC S9(13)V99   COMP-3.
           05 MG-MDISPUESTO                 PIC S9(13)V99   COMP-3.
           05 MG-MMERCADO                   PIC S9(13)V99   COMP-3.
           05 MG-MAFORADO                   PIC S9(13)V99   COMP-3.
           05 MG-MFALTANTE                  PIC S9(13)V99   COMP-3.
           05 MG-PCOBERTURA                 PIC S9(03)V9(04) COMP-3.
           05 MG-NSINPRECIO                 PIC S9(05)      COMP-3.
           05 MG-FLIMITE                    PIC X(10).
           05 MG-NNIVEL                     PIC S9(03)      COMP-3.
           05 MG-IUSRCIERRE                 PIC X(08).
           05 MG-DCOMENT                    PIC X(60).
           05 MG-NUMCTAS                    PIC S9(09) COMP.
           05 MG-NUMLLAM                    PIC S9(09) COMP.
           05 MG-NUMABIERTAS                PIC S9(09) COMP.
           05 MG-NUMESCALA                  PIC S9(09) COMP.
           05 MG-ISECUEN                    PIC S9(05)      COMP-3.
           05 MG-NNIVEL-ED                  PIC 9(03).
           05 MG-TAVISO                     PIC X(01).
               88 MG-AVISO-APERTURA         VALUE 'A'.
               88 MG-AVISO-ESCALA           VALUE 'E'.
           05 MG-SBLOQUEO                   PIC X(01).
               88 MG-BLOQUEADA              VALUE '1'.
               88 MG-SIN-BLOQUEO            VALUE '0'.
           05 MG-ESTADO                     PIC X(01).
               88 MG-HAY-DATOS              VALUE '1'.
               88 MG-FIN-DATOS              VALUE '0'.
           05 MG-ESTPREN                    PIC X(01).
               88 MG-HAY-PRENDA             VALUE '1'.
               88 MG-FIN-PRENDA             VALUE '0'.
      *
      *          PARAMETROS DE LA VALUACION (9690).
           05 MG-ICODPREN                   PIC X(04).
           05 MG-NDIASPLAZO                 PIC S9(03)      COMP-3.
           05 MG-DATO-PLAZO                 PIC X(03).
           05 MG-DATO-PLAZO-R REDEFINES MG-DATO-PLAZO
                                            PIC 9(03).
           05 MG-DATO-AFORO                 PIC X(05).
           05 MG-DATO-AFORO-R REDEFINES MG-DATO-AFORO
                                            PIC 9(03)V99.
           05 MG-I                          PIC S9(04) COMP.
           05 MG-I-ED                       PIC 9(01).
           05 MG-TABLA-AFORO.
              10 MG-PAFORO                  PIC S9(03)V99   COMP-3
                                            OCCURS 9 TIMES.
      *-----------------------------------------------------------------
