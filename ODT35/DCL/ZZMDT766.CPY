      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT766)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT766))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT766 ES LA CAMPANA TRIMESTRAL DE RECERTIFICACION DE ACCESOS *
      * (UNA POR ITRIMES, P. EJ. '2026T4'). AL ABRIRSE FOTOGRAFIA A    *
      * CADA USUARIO VIGENTE EN ZMDT767/ZMDT768. FLIMITE ES LA FECHA   *
      * LIMITE: AL CERRAR (IESTADO 'A' -> 'C') LOS USUARIOS SIN        *
      * CERTIFICAR SE SUSPENDEN. IUSRDEF ES EL REVISOR DE QUIEN NO     *
      * TIENE JEFE EN ZMDT769. NCERTIF/NREVOC/NSUSPEND SON EL REPORTE  *
      * DE TERMINACION DE LA CAMPANA. ICAMPANA SALE DEL SERVIDOR DE    *
      * FOLIOS ZMDT642. VEA 35/ZMWSC348/ZMWSC349.                      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT766 TABLE
           ( ZM766_ICAMPANA                 DECIMAL(9, 0) NOT NULL,
             ZM766_ITRIMES                  CHAR(6) NOT NULL,
             ZM766_FLIMITE                  DATE NOT NULL,
             ZM766_IUSRDEF                  CHAR(8) NOT NULL,
             ZM766_IESTADO                  CHAR(1) NOT NULL,
             ZM766_NUSUARIOS                DECIMAL(9, 0) NOT NULL,
             ZM766_NCERTIF                  DECIMAL(9, 0) NOT NULL,
             ZM766_NREVOC                   DECIMAL(9, 0) NOT NULL,
             ZM766_NSUSPEND                 DECIMAL(9, 0) NOT NULL,
             ZM766_IUSRALTA                 CHAR(8) NOT NULL,
             ZM766_FALTA                    TIMESTAMP NOT NULL,
             ZM766_FCIERRE                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT766                   *
      ******************************************************************
       01  DCLZMDT766.
           10 ZM766-ICAMPANA       PIC S9(9)V USAGE COMP-3.
           10 ZM766-ITRIMES        PIC X(6).
           10 ZM766-FLIMITE        PIC X(10).
           10 ZM766-IUSRDEF        PIC X(8).
           10 ZM766-IESTADO        PIC X(1).
           10 ZM766-NUSUARIOS      PIC S9(9)V USAGE COMP-3.
           10 ZM766-NCERTIF        PIC S9(9)V USAGE COMP-3.
           10 ZM766-NREVOC         PIC S9(9)V USAGE COMP-3.
           10 ZM766-NSUSPEND       PIC S9(9)V USAGE COMP-3.
           10 ZM766-IUSRALTA       PIC X(8).
           10 ZM766-FALTA          PIC X(26).
           10 ZM766-FCIERRE        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
