      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT762)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT762))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT762 LIGA CADA DOCUMENTO DE ENVIO ELECTRONICO (ZMDT626,     *
      * MISMA LLAVE IEMPR/ICUENTA/ISECUEN) CON SU VERSION PDF: TDOCTO  *
      * ES EL DOCUMENTO ('CF' CONFIRMACION DE REGISTRO 9296, 'EC'      *
      * ESTADO DE COMISION 9238, 'EI' ESTADO INTEGRAL 9453, 'CR'       *
      * CONSTANCIA DE RETENCIONES 9451) Y DLLAVEDOC SU LLAVE           *
      * (CONCEPTO, AAAAMM O AAAA). DSNIMAGEN ES LA IMAGEN DE IMPRESION *
      * QUE SE CONVIERTE Y DTITREP/ILOGOREF EL MEMBRETE DE EMPRESA AL  *
      * GENERARLO. IESTADO 'P' PENDIENTE DE GENERAR, 'G' GENERADO      *
      * (DSNPDF/IMIEMBRO, INDEXADO EN ZMDT650 BAJO IREPORTE/FCORRIDA)  *
      * O 'E' ERROR (DERROR). LA CLAVE DEL PDF NO SE GUARDA: SE DERIVA *
      * DEL CLIENTE AL GENERAR. VEA 35/ZMWSC338/ZMWSC339.              *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT762 TABLE
           ( ZM762_IEMPR                    CHAR(3) NOT NULL,
             ZM762_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM762_ISECUEN                  DECIMAL(5, 0) NOT NULL,
             ZM762_TDOCTO                   CHAR(2) NOT NULL,
             ZM762_DLLAVEDOC                CHAR(10) NOT NULL,
             ZM762_DSNIMAGEN                CHAR(44) NOT NULL,
             ZM762_DTITREP                  CHAR(40) NOT NULL,
             ZM762_ILOGOREF                 CHAR(20) NOT NULL,
             ZM762_IESTADO                  CHAR(1) NOT NULL,
             ZM762_IREPORTE                 CHAR(8),
             ZM762_FCORRIDA                 DATE,
             ZM762_DSNPDF                   CHAR(44),
             ZM762_IMIEMBRO                 CHAR(8),
             ZM762_NUMPAGS                  DECIMAL(5, 0),
             ZM762_DERROR                   CHAR(50),
             ZM762_FREG                     TIMESTAMP NOT NULL,
             ZM762_FGENERA                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT762                   *
      ******************************************************************
       01  DCLZMDT762.
           10 ZM762-IEMPR          PIC X(3).
           10 ZM762-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM762-ISECUEN        PIC S9(5)V USAGE COMP-3.
           10 ZM762-TDOCTO         PIC X(2).
           10 ZM762-DLLAVEDOC      PIC X(10).
           10 ZM762-DSNIMAGEN      PIC X(44).
           10 ZM762-DTITREP        PIC X(40).
           10 ZM762-ILOGOREF       PIC X(20).
           10 ZM762-IESTADO        PIC X(1).
           10 ZM762-IREPORTE       PIC X(8).
           10 ZM762-FCORRIDA       PIC X(10).
           10 ZM762-DSNPDF         PIC X(44).
           10 ZM762-IMIEMBRO       PIC X(8).
           10 ZM762-NUMPAGS        PIC S9(5)V USAGE COMP-3.
           10 ZM762-DERROR         PIC X(50).
           10 ZM762-FREG           PIC X(26).
           10 ZM762-FGENERA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
