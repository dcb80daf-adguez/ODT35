      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT767)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT767))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT767 ES EL RENGLON DE CADA USUARIO EN UNA CAMPANA DE        *
      * RECERTIFICACION (ZMDT766): SU PERFIL AL ABRIRSE, CUANTAS       *
      * AUTORIZACIONES DE PROMOTOR (ZMDT611) Y ELEVACIONES VIGENTES    *
      * (ZMDT648) TENIA (EL DETALLE VA EN ZMDT768) Y EL JEFE QUE LO    *
      * REVISA (IUSRREV). IESTADO 'P' PENDIENTE, 'C' CERTIFICADO,      *
      * 'R' REVOCADO (ISECSOL = SOLICITUD DE SUSPENSION EN LA COLA     *
      * ZMDT668), 'S' SUSPENDIDO AUTOMATICAMENTE AL VENCER LA CAMPANA  *
      * SIN DECISION (ISECSOL = SU RENGLON EN ZMDT668).                *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT767 TABLE
           ( ZM767_ICAMPANA                 DECIMAL(9, 0) NOT NULL,
             ZM767_IUSUARIO                 CHAR(8) NOT NULL,
             ZM767_IPERFIL                  CHAR(8) NOT NULL,
             ZM767_IUSRREV                  CHAR(8) NOT NULL,
             ZM767_NPROMOT                  DECIMAL(5, 0) NOT NULL,
             ZM767_NELEVA                   DECIMAL(5, 0) NOT NULL,
             ZM767_IESTADO                  CHAR(1) NOT NULL,
             ZM767_IUSRDEC                  CHAR(8),
             ZM767_FDECISION                TIMESTAMP,
             ZM767_ISECSOL                  DECIMAL(9, 0),
             ZM767_DMOTIVO                  CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT767                   *
      ******************************************************************
       01  DCLZMDT767.
           10 ZM767-ICAMPANA       PIC S9(9)V USAGE COMP-3.
           10 ZM767-IUSUARIO       PIC X(8).
           10 ZM767-IPERFIL        PIC X(8).
           10 ZM767-IUSRREV        PIC X(8).
           10 ZM767-NPROMOT        PIC S9(5)V USAGE COMP-3.
           10 ZM767-NELEVA         PIC S9(5)V USAGE COMP-3.
           10 ZM767-IESTADO        PIC X(1).
           10 ZM767-IUSRDEC        PIC X(8).
           10 ZM767-FDECISION      PIC X(26).
           10 ZM767-ISECSOL        PIC S9(9)V USAGE COMP-3.
           10 ZM767-DMOTIVO        PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
