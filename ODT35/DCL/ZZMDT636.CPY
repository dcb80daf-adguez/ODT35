      * LLAVE PROCESADA (35/ZMWSC108/ZMWSC109, 9289-9292); AL RELANZAR *
      * DESPUES DE UN ABEND, EL CURSOR SE REPOSICIONA ADELANTE DE LA   *
      * LLAVE EN VEZ DE REPETIR DESDE EL PRINCIPIO.                    *
      * LA LLAVE ES IPROCESO + NPARTIC: CUANDO EL LOTE CORRE EN        *
      * PARTICIONES POR RANGO DE EMPRESAS, CADA PARTICION (1, 2, ...)  *
      * LLEVA SU PROPIO RENGLON; NPARTIC = 0 ES LA CORRIDA UNICA.      *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT636 TABLE
           ( ZM636_IPROCESO                 CHAR(8) NOT NULL,
             ZM636_NPARTIC                  DECIMAL(3, 0) NOT NULL,
             ZM636_IEMPR                    CHAR(3) NOT NULL,
             ZM636_ICUENTA                  DECIMAL(7, 0) NOT NULL,
             ZM636_ICONCEPT                 DECIMAL(5, 0) NOT NULL,
      ******************************************************************
       01  DCLZMDT636.
           10 ZM636-IPROCESO       PIC X(8).
           10 ZM636-NPARTIC        PIC S9(3)V USAGE COMP-3.
           10 ZM636-IEMPR          PIC X(3).
           10 ZM636-ICUENTA        PIC S9(7)V USAGE COMP-3.
           10 ZM636-ICONCEPT       PIC S9(5)V USAGE COMP-3.
           10 ZM636-NUMPROC        PIC S9(9)V USAGE COMP-3.
           10 ZM636-FCOMMIT        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
