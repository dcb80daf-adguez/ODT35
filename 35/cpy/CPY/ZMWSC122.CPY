      *             CLIENTE NO CAIGA EN ESCALONES DISTINTOS SEGUN LA
      *             PANTALLA QUE LO COBRA. 9318/9319 ES EL REPORTE DE
      *             CIERRE DE MES (VOLUMEN Y ESCALON POR CUENTA).
      *             CON EL MES CERRADO (ZMDT776) 9316 ACUMULA EN EL MES
      *             DE LA FECHA DE NEGOCIO Y ANOTA EL AJUSTE (ZMDT777)
      *             A NOMBRE DE VA-IUSUARIO ('BATCH' SI VIENE EN
      *             BLANCOS). QUIEN INCLUYA ESTE COPY DEBE INCLUIR
      *             TAMBIEN ZMWSC356/ZMWSC357 Y ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE WC-IEMPR      TO VA-IEMPR
      *             MOVE ICUENTA       TO VA-ICUENTA
           05 VA-ICUENTA                    PIC S9(07)      COMP-3.
           05 VA-IANIO                      PIC S9(04)      COMP-3.
           05 VA-IMES                       PIC S9(02)      COMP-3.
           05 VA-IANIOACU                   PIC S9(04)      COMP-3.
           05 VA-IMESACU                    PIC S9(02)      COMP-3.
           05 VA-IUSUARIO                   PIC X(08).
           05 VA-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 VA-MVOLUMEN                   PIC S9(13)V99   COMP-3.
           05 VA-ITIPOCTA                   PIC X(01).
