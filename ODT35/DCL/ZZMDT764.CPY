      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT764)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT764))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT764 ES LA SOLICITUD DE APERTURA INDIVIDUAL DE CUENTA (EL   *
      * CLIENTE QUE LLEGA A SUCURSAL), EL ESPEJO EN LINEA DEL STAGING  *
      * MASIVO ZMDT679. AL CAPTURARSE, LA CUENTA SE ABRE EN CUENTA CON *
      * SVIGEN 'P' (PENDIENTE DE ACTIVACION: NO OPERA) Y SU CHECKLIST  *
      * DE DOCUMENTOS EN ZMDT676. IESTADO 'P' PENDIENTE, 'A' ACTIVADA  *
      * (SVIGEN PASA A '1'), 'X' RECHAZADA (SVIGEN PASA A '0'). SOLO   *
      * SE ACTIVA CON BENEFICIARIOS (ZMDT658) AL 100%, UN CONTACTO     *
      * VIGENTE (ZMDT659) Y LA APROBACION DE UN REVISOR DE             *
      * CUMPLIMIENTO DISTINTO AL QUE CAPTURO. ISOLAPE SALE DEL         *
      * SERVIDOR DE FOLIOS ZMDT642. VEA 35/ZMWSC344/ZMWSC345.          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT764 TABLE
           ( ZM764_IEMPR                    CHAR(3) NOT NULL,
             ZM764_ISOLAPE                  DECIMAL(9, 0) NOT NULL,
             ZM764_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM764_ITIPOCTA                 CHAR(1) NOT NULL,
             ZM764_IRFC                     CHAR(13) NOT NULL,
             ZM764_IPROM                    DECIMAL(4, 0) NOT NULL,
             ZM764_ISUCCASA                 CHAR(3) NOT NULL,
             ZM764_IESTADO                  CHAR(1) NOT NULL,
             ZM764_IUSRCAP                  CHAR(8) NOT NULL,
             ZM764_FCAPTURA                 TIMESTAMP NOT NULL,
             ZM764_IUSRREV                  CHAR(8),
             ZM764_FREVISION                TIMESTAMP,
             ZM764_DMOTIVO                  CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT764                   *
      ******************************************************************
       01  DCLZMDT764.
           10 ZM764-IEMPR          PIC X(3).
           10 ZM764-ISOLAPE        PIC S9(9)V USAGE COMP-3.
           10 ZM764-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM764-ITIPOCTA       PIC X(1).
           10 ZM764-IRFC           PIC X(13).
           10 ZM764-IPROM          PIC S9(4)V USAGE COMP-3.
           10 ZM764-ISUCCASA       PIC X(3).
           10 ZM764-IESTADO        PIC X(1).
           10 ZM764-IUSRCAP        PIC X(8).
           10 ZM764-FCAPTURA       PIC X(26).
           10 ZM764-IUSRREV        PIC X(8).
           10 ZM764-FREVISION      PIC X(26).
           10 ZM764-DMOTIVO        PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
