      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT726)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT726))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT726 ES LA BANDEJA DE SALIDA DE EVENTOS DEL CICLO DE VIDA   *
      * DE LAS CARTAS (ZMDT606) HACIA LOS SISTEMAS CONSUMIDORES        *
      * (PORTAL, MESA, RIESGOS). CADA EVENTO SE GRABA EN LA MISMA      *
      * UNIDAD DE TRABAJO QUE EL CAMBIO QUE LO ORIGINA (9789,          *
      * 35/ZMWSC298/ZMWSC299): 'R' REGISTRO, 'E' ENMIENDA (ZMDT665,    *
      * CON SU NVERSION E ILINEA), 'C' CANCELACION, 'I' REINSTALACION, *
      * 'S' CAMBIO DE ESTADO DEL MERCADO (9343, NUEVO ESTADO EN        *
      * IESTVIDA) Y 'V' EXPIRACION. ICORRELA ES EL WC-ICORRELA DE LA   *
      * TRANSACCION. IEVENTO ES EL FOLIO GLOBAL (ZMDT642) Y DA EL      *
      * ORDEN DE PUBLICACION. EL RELEVO (9790) LOS PUBLICA EN LA COLA  *
      * MQ POR EL PUENTE ZM9CR726 Y MARCA SPUBLICA '1' PUBLICADO, '2'  *
      * FALLO (SE REINTENTA EN LA SIGUIENTE PASADA) O '3' AGOTO        *
      * REINTENTOS (SALE EN LA CONSOLA DE SALUD, 9793).                *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT726 TABLE
           ( ZM726_IEVENTO                  DECIMAL(9, 0) NOT NULL,
             ZM726_IEMPR                    CHAR(3) NOT NULL,
             ZM726_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM726_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM726_TEVENTO                  CHAR(1) NOT NULL,
             ZM726_NVERSION                 DECIMAL(3, 0) NOT NULL,
             ZM726_ILINEA                   DECIMAL(2, 0) NOT NULL,
             ZM726_IESTVIDA                 CHAR(1) NOT NULL,
             ZM726_ICORRELA                 CHAR(20) NOT NULL,
             ZM726_IUSUARIO                 CHAR(8) NOT NULL,
             ZM726_IPROGRAM                 CHAR(8) NOT NULL,
             ZM726_FEVENTO                  TIMESTAMP NOT NULL,
             ZM726_SPUBLICA                 CHAR(1) NOT NULL,
             ZM726_CINTENTOS                DECIMAL(3, 0) NOT NULL,
             ZM726_FULTINT                  TIMESTAMP,
             ZM726_FPUBLICA                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT726                   *
      ******************************************************************
       01  DCLZMDT726.
           10 ZM726-IEVENTO        PIC S9(9)V USAGE COMP-3.
           10 ZM726-IEMPR          PIC X(3).
           10 ZM726-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM726-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM726-TEVENTO        PIC X(1).
           10 ZM726-NVERSION       PIC S9(3)V USAGE COMP-3.
           10 ZM726-ILINEA         PIC S9(2)V USAGE COMP-3.
           10 ZM726-IESTVIDA       PIC X(1).
           10 ZM726-ICORRELA       PIC X(20).
           10 ZM726-IUSUARIO       PIC X(8).
           10 ZM726-IPROGRAM       PIC X(8).
           10 ZM726-FEVENTO        PIC X(26).
           10 ZM726-SPUBLICA       PIC X(1).
           10 ZM726-CINTENTOS      PIC S9(3)V USAGE COMP-3.
           10 ZM726-FULTINT        PIC X(26).
           10 ZM726-FPUBLICA       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
