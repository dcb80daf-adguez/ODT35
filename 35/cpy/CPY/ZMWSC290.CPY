      *-----------------------------------------------------------------
      *  ZMWSC290 : VARIABLES DEL CASO DE SUCESION DE UNA CUENTA CUYO
      *             TITULAR FALLECIO (ZMDT719 Y SU PROPUESTA DE REPARTO
      *             ZMDT720, VEA DCLZMDT719/DCLZMDT720).
      *               - 9747 ABRE EL CASO: CONGELA LA CUENTA Y REGISTRA
      *                 EL ACTA DE DEFUNCION EN EL EXPEDIENTE (ZMDT676,
      *                 DOCUMENTO 'SUC'/'DOCDEFUNC' DE ZMDT612, OMISION
      *                 'DEFU'). LAS CARTAS ABIERTAS SE SIGUEN PARANDO
      *                 CON LA CANCELACION MASIVA POR CUENTA (9570 'C');
      *               - 9748 ES EL CANDADO: HE-BLOQUEADA MIENTRAS HAYA
      *                 CASO NO CERRADO (LO CONSULTAN EL SERVICIO DE
      *                 REGISTRO DE CARTAS 9627 Y EL RETIRO SPEI);
      *               - 9749 PROPONE EL REPARTO DE LA POSICION LIQUIDADA
      *                 Y DEL EFECTIVO DISPONIBLE SEGUN LOS PORCENTAJES
      *                 AUTORIZADOS DE ZMDT658 (DEBEN SUMAR 100); VOLVER
      *                 A PROPONER REEMPLAZA LA PROPUESTA;
      *               - 9753 ASIGNA LA CUENTA QUE RECIBE A UN
      *                 BENEFICIARIO;
      *               - 9754 SOLICITA Y 9755 AUTORIZA (OTRO USUARIO) O
      *                 RECHAZA LOS TRASPASOS; AL AUTORIZAR SE APLICAN
      *                 CON 9682 (VALORES) Y 9643 (EFECTIVO);
      *               - 9757 CIERRA EL CASO CON LA BAJA GUIADA DE LA
      *                 CUENTA (9327/9328).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019, ZMWSC142/ZMWSC143,
      *             ZMWSC274/ZMWSC275, ZMWSC266/ZMWSC267 Y ZMWSC128/
      *             ZMWSC129 (CON SUS DEPENDENCIAS).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO HE-IEMPR
      *             MOVE ICUENTA           TO HE-ICUENTA
      *             MOVE FECHA-DEFUNCION   TO HE-FDEFUNC
      *             MOVE NUMERO-ACTA       TO HE-IACTA
      *             MOVE FOLIO-IMAGEN      TO HE-IDOCSCAN
      *             MOVE WC-TFECHOY        TO HE-FECHA
      *             MOVE NA-WUSUARIO       TO HE-IUSUARIO
      *             MOVE W000-PROG         TO HE-IPROGRAM
      *             PERFORM 9747-ABRE-SUCESION
      *             IF HE-RECHAZADO
      *                MOVE HE-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  HE-REG.
           05 HE-IEMPR                      PIC X(03).
           05 HE-ICUENTA                    PIC S9(07)      COMP-3.
           05 HE-ISECSUC                    PIC S9(09)      COMP-3.
           05 HE-ISECSUC-ED                 PIC 9(09).
           05 HE-FDEFUNC                    PIC X(10).
           05 HE-IACTA                      PIC X(20).
           05 HE-IDOCSCAN                   PIC X(20).
           05 HE-IDOCUM                     PIC X(04).
           05 HE-FECHA                      PIC X(10).
           05 HE-IUSUARIO                   PIC X(08).
           05 HE-IPROGRAM                   PIC X(08).
           05 HE-IUSRSOL                    PIC X(08).
           05 HE-SESTADO                    PIC X(01).
               88 HE-CASO-ABIERTO           VALUE 'A'.
               88 HE-CASO-PROPUESTO         VALUE 'P'.
               88 HE-CASO-SOLICITADO        VALUE 'S'.
               88 HE-CASO-TRASPASADO        VALUE 'T'.
               88 HE-CASO-CERRADO           VALUE 'C'.
           05 HE-SDECISION                  PIC X(01).
               88 HE-AUTORIZAR              VALUE 'A'.
               88 HE-RECHAZAR               VALUE 'R'.
      *
      *    BENEFICIARIOS AUTORIZADOS, DE MAYOR A MENOR PORCENTAJE
           05 HE-NUMBEN                     PIC S9(04) COMP.
           05 HE-I                          PIC S9(04) COMP.
           05 HE-BENEFICIARIO OCCURS 20 TIMES.
              10 HE-BEN-ISECBEN             PIC S9(05)      COMP-3.
              10 HE-BEN-NNOMBRE             PIC X(40).
              10 HE-BEN-PPORCENT            PIC S9(03)V99   COMP-3.
           05 HE-PTOTAL                     PIC S9(05)V99   COMP-3.
           05 HE-ISECBEN                    PIC S9(05)      COMP-3.
           05 HE-ICTABEN                    PIC S9(07)      COMP-3.
      *
      *    RENGLON DE LA PROPUESTA
           05 HE-ISECLIN                    PIC S9(05)      COMP-3.
           05 HE-ISECLIN1                   PIC S9(05)      COMP-3.
           05 HE-TACTIVO                    PIC X(01).
               88 HE-ACTIVO-VALORES         VALUE 'V'.
               88 HE-ACTIVO-EFECTIVO        VALUE 'E'.
           05 HE-IEMISORA                   PIC X(07).
           05 HE-ISERIE                     PIC X(08).
           05 HE-CTOTAL                     PIC S9(13)V99   COMP-3.
           05 HE-CASIGNADO                  PIC S9(13)V99   COMP-3.
           05 HE-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 HE-CENTEROS                   PIC S9(13)      COMP-3.
           05 HE-MTOTAL                     PIC S9(13)V99   COMP-3.
           05 HE-MASIGNADO                  PIC S9(13)V99   COMP-3.
           05 HE-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 HE-ISECMOV                    PIC S9(09)      COMP-3.
      *
           05 HE-NUMPEND                    PIC S9(09) COMP.
           05 HE-NUMSINCTA                  PIC S9(09) COMP.
           05 HE-NUMLINEAS                  PIC S9(09) COMP.
           05 HE-NUMFALLAS                  PIC S9(09) COMP.
           05 HE-DMENSAJE                   PIC X(55).
           05 HE-SBLOQUEO                   PIC X(01).
               88 HE-BLOQUEADA              VALUE '1'.
               88 HE-LIBRE                  VALUE '0'.
           05 HE-RESULTADO                  PIC X(01).
               88 HE-ACEPTADO               VALUE '0'.
               88 HE-RECHAZADO              VALUE '1'.
           05 HE-ESTADO                     PIC X(01).
               88 HE-HAY-DATOS              VALUE '1'.
               88 HE-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
