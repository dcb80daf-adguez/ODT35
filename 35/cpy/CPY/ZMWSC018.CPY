      *            CUENTA (CT-NABREV), A PARTIR DE IEMPR/ICUENTA, PARA
      *            AUTOCOMPLETAR NRP1-MNOMBR EN CUANTO SE TECLEA EL
      *            CONTRATO EN LA CARTA DE INSTRUCCION (ZMWMW79).
      *            LA CUENTA SE VALIDA CONTRA EL ALCANCE DE EMPRESAS/
      *            SUCURSALES DE CT-IUSUARIO (9916, ZMWSC326/ZMWSC327,
      *            QUE DEBEN INCLUIRSE TAMBIEN); FUERA DE ALCANCE NO
      *            SE LEE EL NOMBRE Y QUEDA CT-FUERA-ALCANCE. CON
      *            CT-IUSUARIO EN BLANCOS (O EN BATCH, AL-ORIGEN-LOTE)
      *            NO SE VALIDA EL ALCANCE.
      *
      * EJEMPLO  : MOVE WC-IEMPR     TO CT-IEMPR
      *            MOVE NRP1-MCONTR  TO CT-ICUENTA
      *            MOVE NA-WUSUARIO  TO CT-IUSUARIO
      *            PERFORM 9130-LEE-NOMBRE-CUENTA
      *            IF CT-ENCONTRADA
      *               MOVE CT-NABREV TO NRP1-MNOMBR (LINEA-I)
           05 CT-IEMPR                      PIC X(03).
           05 CT-ICUENTA                    PIC S9(07)  COMP-3.
           05 CT-NABREV                     PIC X(25).
           05 CT-IUSUARIO                   PIC X(08).
           05 CT-ESTADO                     PIC X(01).
               88 CT-ENCONTRADA             VALUE '1'.
               88 CT-NO-ENCONTRADA          VALUE '0'.
               88 CT-FUERA-ALCANCE          VALUE '2'.
      *-----------------------------------------------------------
