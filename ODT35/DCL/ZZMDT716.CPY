      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT716)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT716))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT716 ES EL REGISTRO DE QUEJAS DE CLIENTES POR CUENTA        *
      * (ISECQUEJA DEL SERVIDOR DE FOLIOS ZMDT642) Y, CUANDO LA QUEJA  *
      * ES SOBRE UNA CARTA, LIGADA A SU LLAVE DE ZMDT606 (ICONCEPT).   *
      * LA MANEJA 35/ZMWSC286/ZMWSC287. TCANAL: 'T' TELEFONO, 'C'      *
      * CORREO, 'S' SUCURSAL, 'P' PORTAL, 'R' VIA REGULADOR. ICATEG ES *
      * LA CATEGORIA ('ASIG' ASIGNACION, 'EJEC' EJECUCION TARDIA,      *
      * 'CANC' CANCELACION SIN AVISO, 'OTRA') E IAREA EL AREA          *
      * ASIGNADA. FVENCE ES FALTA MAS NDIASPLAZO DIAS HABILES          *
      * (VXT006). SESTADO: 'A' ABIERTA, 'E' ESCALADA (VENCIDA SIN      *
      * RESOLVER; NNIVEL SUBE CADA CORRIDA DIARIA), 'R' RESUELTA.      *
      * NDIASANT ES LA ANTIGUEDAD EN DIAS NATURALES QUE LA CORRIDA     *
      * DIARIA ACTUALIZA; AL RESOLVER QUEDA FIJA EN NDIASRES, CON      *
      * SENPLAZO '1' SI SE RESOLVIO A MAS TARDAR EN FVENCE. TRESOL:    *
      * 'P' PROCEDENTE, 'I' IMPROCEDENTE.                              *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT716 TABLE
           ( ZM716_IEMPR                    CHAR(3) NOT NULL,
             ZM716_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM716_ISECQUEJA                DECIMAL(9, 0) NOT NULL,
             ZM716_ICONCEPT                 DECIMAL(5, 0),
             ZM716_TCANAL                   CHAR(1) NOT NULL,
             ZM716_ICATEG                   CHAR(4) NOT NULL,
             ZM716_IAREA                    CHAR(4) NOT NULL,
             ZM716_DQUEJA                   CHAR(60) NOT NULL,
             ZM716_FALTA                    DATE NOT NULL,
             ZM716_NDIASPLAZO               DECIMAL(3, 0) NOT NULL,
             ZM716_FVENCE                   DATE NOT NULL,
             ZM716_SESTADO                  CHAR(1) NOT NULL,
             ZM716_NDIASANT                 DECIMAL(5, 0) NOT NULL,
             ZM716_NNIVEL                   DECIMAL(3, 0) NOT NULL,
             ZM716_FESCALA                  TIMESTAMP,
             ZM716_FRESUELVE                DATE,
             ZM716_NDIASRES                 DECIMAL(5, 0),
             ZM716_SENPLAZO                 CHAR(1),
             ZM716_TRESOL                   CHAR(1),
             ZM716_DRESOL                   CHAR(60),
             ZM716_IUSRALTA                 CHAR(8) NOT NULL,
             ZM716_IUSRRES                  CHAR(8),
             ZM716_FSIST                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT716                   *
      ******************************************************************
       01  DCLZMDT716.
           10 ZM716-IEMPR          PIC X(3).
           10 ZM716-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM716-ISECQUEJA      PIC S9(9)V USAGE COMP-3.
           10 ZM716-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM716-TCANAL         PIC X(1).
           10 ZM716-ICATEG         PIC X(4).
           10 ZM716-IAREA          PIC X(4).
           10 ZM716-DQUEJA         PIC X(60).
           10 ZM716-FALTA          PIC X(10).
           10 ZM716-NDIASPLAZO     PIC S9(3)V USAGE COMP-3.
           10 ZM716-FVENCE         PIC X(10).
           10 ZM716-SESTADO        PIC X(1).
           10 ZM716-NDIASANT       PIC S9(5)V USAGE COMP-3.
           10 ZM716-NNIVEL         PIC S9(3)V USAGE COMP-3.
           10 ZM716-FESCALA        PIC X(26).
           10 ZM716-FRESUELVE      PIC X(10).
           10 ZM716-NDIASRES       PIC S9(5)V USAGE COMP-3.
           10 ZM716-SENPLAZO       PIC X(1).
           10 ZM716-TRESOL         PIC X(1).
           10 ZM716-DRESOL         PIC X(60).
           10 ZM716-IUSRALTA       PIC X(8).
           10 ZM716-IUSRRES        PIC X(8).
           10 ZM716-FSIST          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23      *
      ******************************************************************
