      *-----------------------------------------------------------------
      *  ZMWSC356 : VARIABLES DEL CIERRE DE PERIODO MENSUAL POR
      *             EMPRESA (ZMDT776) Y DE LOS AJUSTES POSTERIORES AL
      *             CIERRE (ZMDT777).
      *               - 9079 CIERRA EL PERIODO CI-IANIO/CI-IMES DE LA
      *                 EMPRESA; LO LLAMA 9602-ABRE-FECHA-NEGOCIO
      *                 (ZMWSC255) CUANDO LA FECHA DE NEGOCIO PASA DE
      *                 MES. CERRAR DOS VECES NO HACE NADA;
      *               - 9080 DICE SI EL PERIODO ESTA CERRADO (CON
      *                 CI-IEMPR EN BLANCOS, SI LO CERRO CUALQUIER
      *                 EMPRESA: ASI SE TRATA ZMDT656, QUE NO TIENE
      *                 EMPRESA);
      *               - 9081 ASIENTA UN AJUSTE AL PERIODO CERRADO,
      *                 FECHADO CON LA FECHA DE NEGOCIO DE LA EMPRESA
      *                 (PERIODO ABIERTO);
      *               - 9082/9083 SON EL REPORTE DE AJUSTES POSTERIORES
      *                 AL CIERRE POR RANGO DE FECHA DE AJUSTE, EMPRESA
      *                 (EN BLANCOS = TODAS) Y PERIODO CERRADO (CI-IANIO
      *                 EN CERO = TODOS), CON TOTALES DE CONTROL.
      *             RESPETAN EL CANDADO 9316 (ZMDT639, ZMWSC123),
      *             9829/9832 (ZMDT614, ZMWSC307), 9546 (ZMDT681,
      *             ZMWSC233) Y 9420 (ZMDT656, ZMWSC173).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIOS).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO CI-IEMPR
      *             MOVE 2026              TO CI-IANIO
      *             MOVE 08                TO CI-IMES
      *             PERFORM 9080-VERIFICA-PERIODO-CERRADO
      *             IF CI-PERIODO-CERRADO
      *                MOVE 'ZMDT681'      TO CI-ITABLA
      *                ...
      *                PERFORM 9081-REGISTRA-AJUSTE-CIERRE
      *             END-IF
      *
      *             REPORTE: MOVE ' ' TO CI-IEMPR, MOVE 0 TO CI-IANIO,
      *             CI-FDESDE/CI-FHASTA, PERFORM 9082 Y 9083 HASTA
      *             CI-FIN-DATOS; AL FINAL CI-NUMAJU Y CI-TOTAJU.
      *-----------------------------------------------------------------
       01  CI-REG.
      *
      *    PERIODO (ZMDT776)
           05 CI-IEMPR                      PIC X(03).
           05 CI-IANIO                      PIC S9(04)      COMP-3.
           05 CI-IMES                       PIC S9(02)      COMP-3.
           05 CI-FNEGOCIO                   PIC X(10).
           05 CI-IUSUARIO                   PIC X(08).
           05 CI-IPROGRAM                   PIC X(08).
           05 CI-NCIERRE                    PIC S9(09)      COMP-3.
           05 CI-SCERRADO                   PIC X(01).
               88 CI-PERIODO-CERRADO        VALUE '1'.
               88 CI-PERIODO-ABIERTO        VALUE '0'.
      *
      *    AJUSTE (ZMDT777)
           05 CI-IAJUSTE                    PIC S9(09)      COMP-3.
           05 CI-ITABLA                     PIC X(08).
           05 CI-ICUENTA                    PIC S9(07)      COMP-3.
           05 CI-ILLAVE                     PIC X(08).
           05 CI-FAJUSTE                    PIC X(10).
           05 CI-ICAMPO                     PIC X(10).
           05 CI-MANTERIOR                  PIC S9(13)V99   COMP-3.
           05 CI-MAJUSTE                    PIC S9(13)V99   COMP-3.
           05 CI-DMOTIVO                    PIC X(40).
      *
      *    REPORTE (9082/9083)
           05 CI-FDESDE                     PIC X(10).
           05 CI-FHASTA                     PIC X(10).
           05 CI-NUMAJU                     PIC S9(09)      COMP-3.
           05 CI-TOTAJU                     PIC S9(15)V99   COMP-3.
           05 CI-ESTADO                     PIC X(01).
               88 CI-HAY-DATOS              VALUE '1'.
               88 CI-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
