      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT778)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT778))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT778 SON LOS BLOQUES DE ORDENES: LA MESA AGRUPA EN UN SOLO  *
      * BLOQUE (IBLOQUE, FOLIO DE ZMDT642) LOS RENGLONES ABIERTOS      *
      * ELEGIBLES DE LAS CARTAS DE UNA EMPRESA EN LA MISMA             *
      * EMISORA/SERIE Y SENTIDO (TSENTIDO 'C' COMPRA, 'V' VENTA, SEGUN *
      * LA NATURALEZA DEL CONCEPTO EN ZMDT612 'EFE'); LOS RENGLONES    *
      * VAN EN ZMDT779. AGRUPAR ES OPCIONAL: LA CARTA QUE NO ENTRA A   *
      * UN BLOQUE SIGUE RECIBIENDO SUS FILLS EN ZMDT666 COMO SIEMPRE.  *
      * CTITULOS ES LO INSTRUIDO, CTITEJEC LO EJECUTADO (FILLS DEL     *
      * BLOQUE EN ZMDT780) Y CTITASIG/MIMPASIG LO YA ASIGNADO A LOS    *
      * RENGLONES, CON SU PRECIO PROMEDIO MPRECPROM. SESTADO 'A'       *
      * ABIERTO, 'C' COMPLETO (TODO ASIGNADO), 'X' CANCELADO (SOLO SIN *
      * EJECUCIONES; LIBERA LOS RENGLONES). VEA 35/ZMWSC358/ZMWSC359.  *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT778 TABLE
           ( ZM778_IBLOQUE                  DECIMAL(9, 0) NOT NULL,
             ZM778_IEMPR                    CHAR(3) NOT NULL,
             ZM778_IEMISORA                 CHAR(7) NOT NULL,
             ZM778_ISERIE                   CHAR(8) NOT NULL,
             ZM778_TSENTIDO                 CHAR(1) NOT NULL,
             ZM778_SESTADO                  CHAR(1) NOT NULL,
             ZM778_NRENGLONES               DECIMAL(5, 0) NOT NULL,
             ZM778_CTITULOS                 DECIMAL(15, 2) NOT NULL,
             ZM778_CTITEJEC                 DECIMAL(15, 2) NOT NULL,
             ZM778_CTITASIG                 DECIMAL(15, 2) NOT NULL,
             ZM778_MIMPASIG                 DECIMAL(15, 2) NOT NULL,
             ZM778_MPRECPROM                DECIMAL(15, 6) NOT NULL,
             ZM778_IUSUARIO                 CHAR(8) NOT NULL,
             ZM778_IPROGRAM                 CHAR(8) NOT NULL,
             ZM778_FALTA                    TIMESTAMP NOT NULL,
             ZM778_FULTMOV                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT778                   *
      ******************************************************************
       01  DCLZMDT778.
           10 ZM778-IBLOQUE        PIC S9(9)V USAGE COMP-3.
           10 ZM778-IEMPR          PIC X(3).
           10 ZM778-IEMISORA       PIC X(7).
           10 ZM778-ISERIE         PIC X(8).
           10 ZM778-TSENTIDO       PIC X(1).
           10 ZM778-SESTADO        PIC X(1).
           10 ZM778-NRENGLONES     PIC S9(5)V USAGE COMP-3.
           10 ZM778-CTITULOS       PIC S9(13)V99 USAGE COMP-3.
           10 ZM778-CTITEJEC       PIC S9(13)V99 USAGE COMP-3.
           10 ZM778-CTITASIG       PIC S9(13)V99 USAGE COMP-3.
           10 ZM778-MIMPASIG       PIC S9(13)V99 USAGE COMP-3.
           10 ZM778-MPRECPROM      PIC S9(9)V9(6) USAGE COMP-3.
           10 ZM778-IUSUARIO       PIC X(8).
           10 ZM778-IPROGRAM       PIC X(8).
           10 ZM778-FALTA          PIC X(26).
           10 ZM778-FULTMOV        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
