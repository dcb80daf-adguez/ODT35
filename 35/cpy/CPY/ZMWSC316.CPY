      *-----------------------------------------------------------------
      *  ZMWSC316 : VARIABLES DE LA CONCILIACION DEL AUXILIAR CONTRA LA
      *             CONTABILIDAD GENERAL (VEA DCLZMDT740, DCLZMDT741 Y
      *             DCLZMDT742). LA INTERFAZ DIARIA DE CONTABILIDAD
      *             INSERTA LOS SALDOS POR EMPRESA, CUENTA, FUENTE Y
      *             PERIODO EN ZMDT740 (SPROCESO '0'):
      *               - 9869/9870 LOS COMPARAN CONTRA EL AUXILIAR DE LA
      *                 FUENTE (9871): 'C' ZMDT614 MCARIMES, 'I' SUMA
      *                 DEL MES DE ZMDT660 MINTERES, 'G' SUMA DE ZMDT681
      *                 MCARGO. UNA DIFERENCIA MAYOR A GL-MTOLER ABRE O
      *                 ACTUALIZA LA PARTIDA EN CONCILIACION (ZMDT741);
      *                 UNA PARTIDA ABIERTA CUYA DIFERENCIA REGRESA A LA
      *                 TOLERANCIA SE CIERRA SOLA CON DISPOSICION 'R';
      *               - 9873 ABRE PARTIDA A LAS CUENTAS CON IMPORTE EN
      *                 EL AUXILIAR QUE CONTABILIDAD NO REPORTO EN LOS
      *                 PERIODOS DEL SALDO DEL DIA (LO QUE ENVIAMOS Y NO
      *                 SE REGISTRO);
      *               - 9874 ACTUALIZA LA ANTIGUEDAD DE LAS ABIERTAS;
      *               - 9875 REGISTRA UNA DISPOSICION (GL-TDISP) EN LA
      *                 HISTORIA DE LA PARTIDA; 'C' LA CIERRA;
      *               - 9876/9877 SON EL REPORTE DE PARTIDAS ABIERTAS
      *                 POR ANTIGUEDAD, CON SU ULTIMA DISPOSICION.
      *             PARA CORRER EN PARTICIONES PARALELAS CADA UNA CARGA
      *             SU RANGO GL-IEMPRDES/GL-IEMPRHAS (EN BLANCOS =
      *             TODAS LAS EMPRESAS).
      *
      *  EJEMPLO  : MOVE WX-TFECHOY        TO GL-FECHA
      *             MOVE PV-DATOSPAR(1:15) TO GL-MTOLER-ALFA
      *             MOVE SPACES            TO GL-IEMPRDES
      *             MOVE SPACES            TO GL-IEMPRHAS
      *             PERFORM 9869-CONCILIA-SALDOS-GL
      *             PERFORM 9873-ROTURAS-SIN-SALDO-GL
      *             PERFORM 9874-ENVEJECE-ROTURAS-GL
      *             DISPLAY GL-NUMPROC ' ' GL-NUMROTAS ' ' GL-NUMCERR
      *-----------------------------------------------------------------
       01  GL-REG.
           05 GL-FECHA                      PIC X(10).
           05 GL-IEMPRDES                   PIC X(03).
           05 GL-IEMPRHAS                   PIC X(03).
           05 GL-MTOLER-ALFA                PIC X(15).
           05 GL-MTOLER-ALFA-R REDEFINES GL-MTOLER-ALFA
                                            PIC 9(13)V99.
           05 GL-MTOLER                     PIC S9(13)V99   COMP-3.
      *
      *    LLAVE DE LA PARTIDA
           05 GL-IEMPR                      PIC X(03).
           05 GL-ICUENTA                    PIC S9(07)      COMP-3.
           05 GL-TFUENTE                    PIC X(01).
               88 GL-FTE-COMISION           VALUE 'C'.
               88 GL-FTE-INTERES            VALUE 'I'.
               88 GL-FTE-CARGOS             VALUE 'G'.
           05 GL-IANIO                      PIC S9(04)      COMP-3.
           05 GL-IMES                       PIC S9(02)      COMP-3.
           05 GL-FAPERTURA                  PIC X(10).
      *
           05 GL-FSALDO                     PIC X(10).
           05 GL-MSALDOGL                   PIC S9(13)V99   COMP-3.
           05 GL-MSUBLEDGER                 PIC S9(13)V99   COMP-3.
           05 GL-MDIFER                     PIC S9(13)V99   COMP-3.
           05 GL-MDIFABS                    PIC S9(13)V99   COMP-3.
           05 GL-NDIASANT                   PIC S9(05)      COMP-3.
      *
      *    DISPOSICION
           05 GL-ISECDISP                   PIC S9(03)      COMP-3.
           05 GL-TDISP                      PIC X(01).
               88 GL-DISP-INVESTIGA         VALUE 'I'.
               88 GL-DISP-AJUSTE-GL         VALUE 'G'.
               88 GL-DISP-AJUSTE-AUX        VALUE 'S'.
               88 GL-DISP-TEMPORAL          VALUE 'T'.
               88 GL-DISP-CIERRE            VALUE 'C'.
               88 GL-DISP-RESUELTA          VALUE 'R'.
               88 GL-DISP-VALIDA            VALUE 'I' 'G' 'S' 'T' 'C'.
           05 GL-DCOMENT                    PIC X(120).
           05 GL-IUSUARIO                   PIC X(08).
      *
      *    CONTADORES DE LA CORRIDA
           05 GL-NUMPROC                    PIC S9(09) COMP.
           05 GL-NUMROTAS                   PIC S9(09) COMP.
           05 GL-NUMCERR                    PIC S9(09) COMP.
           05 GL-NUMSINGL                   PIC S9(09) COMP.
           05 GL-NUMABIERTA                 PIC S9(09) COMP.
      *
           05 GL-DMENSAJE                   PIC X(55).
           05 GL-RESULTADO                  PIC X(01).
               88 GL-ACEPTADO               VALUE '0'.
               88 GL-RECHAZADO              VALUE '1'.
           05 GL-ESTADO                     PIC X(01).
               88 GL-HAY-DATOS              VALUE '1'.
               88 GL-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
