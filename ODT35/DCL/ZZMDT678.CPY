      * (9527/9528) MUESTRA LA NOCHE COMPLETA DE UNA FECHA;            *
      * OPERACIONES FIRMA LA FECHA CON 9529-FIRMA-CIERRE-FECHA, QUE    *
      * GRABA EL RENGLON 'SIGNOFF' CON EL USUARIO QUE FIRMO.           *
      * LOS LOTES DE TODAS LAS EMPRESAS PUEDEN CORRER EN PARTICIONES   *
      * POR RANGO DE EMPRESAS (IEMPRDES-IEMPRHAS): CADA PARTICION      *
      * GRABA SU RENGLON CON NPARTIC 1, 2, ... Y EL PASO DE FUSION     *
      * (9808-CONSOLIDA-PARTICIONES) GRABA EL RENGLON NPARTIC = 0 CON  *
      * LOS TOTALES DE TODAS; UNA CORRIDA UNICA GRABA DIRECTO EL 0.    *
      * MCONTROL ES EL IMPORTE DE CONTROL QUE DECLARA CADA LOTE.       *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT678 TABLE
           ( ZM678_IPROCESO                 CHAR(8) NOT NULL,
             ZM678_FNEGOCIO                 DATE NOT NULL,
             ZM678_NPARTIC                  DECIMAL(3, 0) NOT NULL,
             ZM678_IEMPRDES                 CHAR(3) NOT NULL,
             ZM678_IEMPRHAS                 CHAR(3) NOT NULL,
             ZM678_FINICIA                  TIMESTAMP NOT NULL,
             ZM678_FTERMINA                 TIMESTAMP,
             ZM678_SESTADO                  CHAR(1) NOT NULL,
             ZM678_NUMPROC                  DECIMAL(9, 0) NOT NULL,
             ZM678_NUMERROR                 DECIMAL(9, 0) NOT NULL,
             ZM678_MCONTROL                 DECIMAL(17, 2) NOT NULL,
             ZM678_IUSUARIO                 CHAR(8)
           ) END-EXEC.
      ******************************************************************
       01  DCLZMDT678.
           10 ZM678-IPROCESO       PIC X(8).
           10 ZM678-FNEGOCIO       PIC X(10).
           10 ZM678-NPARTIC        PIC S9(3)V USAGE COMP-3.
           10 ZM678-IEMPRDES       PIC X(3).
           10 ZM678-IEMPRHAS       PIC X(3).
           10 ZM678-FINICIA        PIC X(26).
           10 ZM678-FTERMINA       PIC X(26).
           10 ZM678-SESTADO        PIC X(1).
           10 ZM678-NUMPROC        PIC S9(9)V USAGE COMP-3.
           10 ZM678-NUMERROR       PIC S9(9)V USAGE COMP-3.
           10 ZM678-MCONTROL       PIC S9(15)V9(2) USAGE COMP-3.
           10 ZM678-IUSUARIO       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
