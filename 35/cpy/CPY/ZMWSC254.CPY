      *             CUBRA EL HORIZONTE DE LA FECHA MAS LEJANA.
      *             CERRAR SOBRE UN FEED SIN DRENAR ES COMO SE
      *             DUPLICO EL POSTEO DEL MES PASADO.
      *             SI LA APERTURA PASA DE MES, 9602 CIERRA EL PERIODO
      *             MENSUAL ANTERIOR DE LA EMPRESA (9079, ZMDT776):
      *             DE AHI EN ADELANTE ZMDT614/639/681/656 DE ESE MES
      *             SOLO CAMBIAN POR AJUSTE (ZMDT777). QUIEN INCLUYA
      *             ESTE COPY DEBE INCLUIR TAMBIEN ZMWSC356/ZMWSC357.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO RD-IEMPR
      *             MOVE WX-TFECHOY        TO RD-FECHA
           05 RD-NUMTOTALES                 PIC S9(05)      COMP-3.
           05 RD-NUMFERIADOS                PIC S9(05)      COMP-3.
           05 RD-IANIOHOR                   PIC S9(04)      COMP-3.
           05 RD-TFECANT                    PIC X(10).
           05 RD-FECHAS-NUEVAS.
              10 RD-TFECHOY                 PIC X(10).
              10 RD-TFECVN                  PIC X(10).
