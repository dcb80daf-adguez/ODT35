      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT779)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT779))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT779 SON LOS RENGLONES DE CARTA (ZMDT607) AGRUPADOS EN CADA *
      * BLOQUE DE ZMDT778. CTITULOS SON LOS TITULOS INSTRUIDOS DEL     *
      * RENGLON AL ARMAR EL BLOQUE; CTITASIG/MIMPASIG LO QUE SE LE HA  *
      * ASIGNADO DE LAS EJECUCIONES DEL BLOQUE (A PRORRATA DE LO QUE   *
      * LE FALTA, AL PRECIO PROMEDIO DE CADA ASIGNACION) Y MPRECPROM   *
      * SU PRECIO PROMEDIO. CADA ASIGNACION GRABA ADEMAS SU FILL EN    *
      * ZMDT666 (9464), DE DONDE LA LEEN LA COMISION, EL COSTO         *
      * PROMEDIO, EL LIBRO DE POSICION Y EL ESTADO DE CUENTA. UN       *
      * RENGLON SOLO PUEDE ESTAR EN UN BLOQUE NO CANCELADO. VEA        *
      * 35/ZMWSC358/ZMWSC359.                                          *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT779 TABLE
           ( ZM779_IBLOQUE                  DECIMAL(9, 0) NOT NULL,
             ZM779_IEMPR                    CHAR(3) NOT NULL,
             ZM779_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM779_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
             ZM779_ILINEA                   DECIMAL(2, 0) NOT NULL,
             ZM779_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM779_CTITASIG                 DECIMAL(15, 2) NOT NULL,
             ZM779_MIMPASIG                 DECIMAL(15, 2) NOT NULL,
             ZM779_MPRECPROM                DECIMAL(15, 6) NOT NULL,
             ZM779_FULTASIG                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT779                   *
      ******************************************************************
       01  DCLZMDT779.
           10 ZM779-IBLOQUE        PIC S9(9)V USAGE COMP-3.
           10 ZM779-IEMPR          PIC X(3).
           10 ZM779-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM779-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM779-ILINEA         PIC S9(2)V USAGE COMP-3.
           10 ZM779-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM779-CTITASIG       PIC S9(13)V99 USAGE COMP-3.
           10 ZM779-MIMPASIG       PIC S9(13)V99 USAGE COMP-3.
           10 ZM779-MPRECPROM      PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM779-FULTASIG       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
