      ******************************************************************
      * DCLGEN TABLE(PRODUSVP.ZMDT768)                                 *
      *        LIBRARY(ZIVA.DCLGEN(ZZMDT768))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ZMDT768 ES LA FOTO DE LOS PERMISOS EFECTIVOS DE CADA USUARIO   *
      * AL ABRIRSE LA CAMPANA DE RECERTIFICACION (ZMDT766/ZMDT767).    *
      * TPERMISO 'F' PERFIL (IVALOR = IPERFIL DE USUARIO), 'P'         *
      * PROMOTOR AUTORIZADO (IVALOR = IPROMOTOR DE ZMDT611), 'E'       *
      * ELEVACION TEMPORAL VIGENTE O FUTURA (IVALOR = CFUNCION DE      *
      * ZMDT648, CON SU NNIVEL Y FHASTA). NO CAMBIA DESPUES: ES LO QUE *
      * EL JEFE CERTIFICO O REVOCO.                                    *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT768 TABLE
           ( ZM768_ICAMPANA                 DECIMAL(9, 0) NOT NULL,
             ZM768_IUSUARIO                 CHAR(8) NOT NULL,
             ZM768_TPERMISO                 CHAR(1) NOT NULL,
             ZM768_IVALOR                   CHAR(8) NOT NULL,
             ZM768_NNIVEL                   DECIMAL(1, 0) NOT NULL,
             ZM768_FHASTA                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT768                   *
      ******************************************************************
       01  DCLZMDT768.
           10 ZM768-ICAMPANA       PIC S9(9)V USAGE COMP-3.
           10 ZM768-IUSUARIO       PIC X(8).
           10 ZM768-TPERMISO       PIC X(1).
           10 ZM768-IVALOR         PIC X(8).
           10 ZM768-NNIVEL         PIC S9(1)V USAGE COMP-3.
           10 ZM768-FHASTA         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
