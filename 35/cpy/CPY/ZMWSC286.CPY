      *-----------------------------------------------------------------
      *  ZMWSC286 : VARIABLES DEL REGISTRO DE QUEJAS DE CLIENTES
      *             (ZMDT716, VEA DCLZMDT716).
      *               - 9730 REGISTRA LA QUEJA DE LA CUENTA (Y DE LA
      *                 CARTA, SI QJ-ICONCEPT NO ES CERO) CON SU
      *                 CANAL, CATEGORIA Y AREA; LA FECHA DE RESPUESTA
      *                 SON QJ-NDIASPLAZO DIAS HABILES (9688);
      *               - 9732, EN LA CORRIDA DIARIA, ENVEJECE LAS
      *                 ABIERTAS Y ESCALA LAS VENCIDAS CON AVISO AL
      *                 PROMOTOR DE LA CUENTA (ZMDT622);
      *               - 9734 LA RESUELVE CON SU DICTAMEN;
      *               - 9735/9736 SON EL REPORTE TRIMESTRAL PARA EL
      *                 REGULADOR POR CATEGORIA Y CANAL: RECIBIDAS,
      *                 RESUELTAS, EN PLAZO, PROCEDENTES, DIAS
      *                 PROMEDIO DE RESOLUCION Y PENDIENTES AL CIERRE.
      *
      *             EL PLAZO SE LEE DE ZMDT612, ITIPOPAR 'QJA', IPARAM
      *             'PLAZO ' + CATEGORIA (P.EJ. 'PLAZO ASIG') O, SIN
      *             EL, 'PLAZO'; DATOSPAR(1:3) DIAS HABILES, 999
      *             (OMISION 010).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019, ZMWSC142/ZMWSC143 Y
      *             ZMWSC276/ZMWSC277.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO QJ-IEMPR
      *             MOVE ICUENTA           TO QJ-ICUENTA
      *             MOVE ICONCEPT-O-CERO   TO QJ-ICONCEPT
      *             MOVE 'T'               TO QJ-TCANAL
      *             MOVE 'EJEC'            TO QJ-ICATEG
      *             MOVE 'MESA'            TO QJ-IAREA
      *             MOVE TEXTO-QUEJA       TO QJ-DQUEJA
      *             MOVE WC-TFECHOY        TO QJ-FECHA
      *             MOVE NA-WUSUARIO       TO QJ-IUSUARIO
      *             PERFORM 9730-ALTA-QUEJA
      *             IF QJ-RECHAZADO
      *                MOVE QJ-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  QJ-REG.
           05 QJ-IEMPR                      PIC X(03).
           05 QJ-ICUENTA                    PIC S9(07)      COMP-3.
           05 QJ-ISECQUEJA                  PIC S9(09)      COMP-3.
           05 QJ-ICONCEPT                   PIC S9(05)      COMP-3.
           05 QJ-TCANAL                     PIC X(01).
               88 QJ-CANAL-VALIDO           VALUE 'T' 'C' 'S' 'P' 'R'.
           05 QJ-ICATEG                     PIC X(04).
           05 QJ-IAREA                      PIC X(04).
           05 QJ-DQUEJA                     PIC X(60).
           05 QJ-FECHA                      PIC X(10).
           05 QJ-FVENCE                     PIC X(10).
           05 QJ-NDIASPLAZO                 PIC S9(03)      COMP-3.
           05 QJ-DATO-PLAZO                 PIC X(03).
           05 QJ-DATO-PLAZO-R REDEFINES QJ-DATO-PLAZO
                                            PIC 9(03).
           05 QJ-NNIVEL                     PIC S9(03)      COMP-3.
           05 QJ-NNIVEL-ED                  PIC 9(03).
           05 QJ-ISECUEN                    PIC S9(05)      COMP-3.
           05 QJ-TRESOL                     PIC X(01).
               88 QJ-PROCEDENTE             VALUE 'P'.
               88 QJ-IMPROCEDENTE           VALUE 'I'.
           05 QJ-DRESOL                     PIC X(60).
           05 QJ-IUSUARIO                   PIC X(08).
           05 QJ-NUMCARTA                   PIC S9(09) COMP.
           05 QJ-NUMESCALA                  PIC S9(09) COMP.
      *
      *    REPORTE TRIMESTRAL
           05 QJ-IANIO                      PIC S9(04)      COMP-3.
           05 QJ-ITRIM                      PIC S9(01)      COMP-3.
           05 QJ-FINITRIM.
              10 QJ-FT-ANIO                 PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 QJ-FT-MES                  PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 QJ-FINITRIM-X REDEFINES QJ-FINITRIM
                                            PIC X(10).
           05 QJ-FFINTRIM                   PIC X(10).
           05 QJ-NRECIBIDAS                 PIC S9(07)      COMP-3.
           05 QJ-NRESUELTAS                 PIC S9(07)      COMP-3.
           05 QJ-NENPLAZO                   PIC S9(07)      COMP-3.
           05 QJ-NPROCEDENTES               PIC S9(07)      COMP-3.
           05 QJ-NPENDIENTES                PIC S9(07)      COMP-3.
           05 QJ-NDIASPROM                  PIC S9(05)V99   COMP-3.
      *
           05 QJ-DMENSAJE                   PIC X(55).
           05 QJ-RESULTADO                  PIC X(01).
               88 QJ-ACEPTADO               VALUE '0'.
               88 QJ-RECHAZADO              VALUE '1'.
           05 QJ-ESTADO                     PIC X(01).
               88 QJ-HAY-DATOS              VALUE '1'.
               88 QJ-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
