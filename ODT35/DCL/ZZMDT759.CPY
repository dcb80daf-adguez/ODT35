      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT759)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT759))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT759 ES LA SOLICITUD DE PREAUTORIZACION DE CUMPLIMIENTO DE  *
      * CADA CARTA DE UNA CUENTA DE ZMDT756, UNA POR CARTA. IESTADO    *
      * 'P' PENDIENTE, 'A' AUTORIZADA, 'D' NEGADA POR CUMPLIMIENTO,    *
      * 'X' NEGADA AUTOMATICAMENTE POR PERIODO DE BLOQUEO (ISECBLQ DE  *
      * ZMDT758). MIENTRAS NO ESTE EN 'A', EL EXTRACTO A MERCADO       *
      * (9562) NO TOMA LA CARTA. NO SE BORRA: ES LA BASE DE LA         *
      * CERTIFICACION ANUAL DE CUMPLIMIENTO. VEA 35/ZMWSC332/ZMWSC333. *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT759 TABLE
           ( ZM759_IEMPR                    CHAR(3) NOT NULL,
             ZM759_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM759_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM759_IEMISORA                 CHAR(7) NOT NULL,
             ZM759_ISERIE                   CHAR(8) NOT NULL,
             ZM759_TRELACION                CHAR(1) NOT NULL,
             ZM759_IESTADO                  CHAR(1) NOT NULL,
             ZM759_IUSRSOL                  CHAR(8) NOT NULL,
             ZM759_FSOLICIT                 TIMESTAMP NOT NULL,
             ZM759_IUSRRES                  CHAR(8),
             ZM759_FRESOL                   TIMESTAMP,
             ZM759_DMOTIVO                  CHAR(60),
             ZM759_ISECBLQ                  DECIMAL(9, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT759                   *
      ******************************************************************
       01  DCLZMDT759.
           10 ZM759-IEMPR          PIC X(3).
           10 ZM759-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM759-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM759-IEMISORA       PIC X(7).
           10 ZM759-ISERIE         PIC X(8).
           10 ZM759-TRELACION      PIC X(1).
           10 ZM759-IESTADO        PIC X(1).
           10 ZM759-IUSRSOL        PIC X(8).
           10 ZM759-FSOLICIT       PIC X(26).
           10 ZM759-IUSRRES        PIC X(8).
           10 ZM759-FRESOL         PIC X(26).
           10 ZM759-DMOTIVO        PIC X(60).
           10 ZM759-ISECBLQ        PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
