      * CAPTURA CON 9423-VALIDA-APODERADO-CARTA (35/ZMWSC174/          *
      * ZMWSC175). NULO EN CARTAS PREVIAS A LA COLUMNA O DE CUENTAS    *
      * SIN REGISTRO DE APODERADOS.                                    *
      * ZM606-ICERTSER/ZM606-SEFIRMA/ZM606-FEFIRMA SON LA E.FIRMA DE   *
      * LAS CARTAS QUE LLEGAN POR CANAL ELECTRONICO AL SERVICIO DE     *
      * REGISTRO (9533, RS-CANAL-EFIRMA): NUMERO DE SERIE DEL          *
      * CERTIFICADO DEL SAT CON QUE SE FIRMO, RESULTADO DE LA          *
      * VERIFICACION ('V' VERIFICADA; FIRMA, VIGENCIA, LISTA DE        *
      * REVOCACION ZMDT751 Y RFC CONTRA CUENTA O APODERADO, 9913 DE    *
      * 35/ZMWSC324/ZMWSC325) Y CUANDO SE VERIFICO. NULOS EN CARTAS DE *
      * PANTALLA, CARGA MASIVA O PREVIAS A LAS COLUMNAS.               *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT606 TABLE
           ( ZM606_IEMPR                    CHAR(3) NOT NULL,
             ZM606_IPLAZO                   DECIMAL(3, 0),
             ZM606_IAPODER                  DECIMAL(5, 0),
             ZM606_FVIGCARTA                DATE,
             ZM606_IREFINDE                 CHAR(16),
             ZM606_ICERTSER                 CHAR(20),
             ZM606_SEFIRMA                  CHAR(1),
             ZM606_FEFIRMA                  TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRODUSVP.ZMDT606                   *
           10 ZM606-IAPODER        PIC S9(5)V USAGE COMP-3.
           10 ZM606-FVIGCARTA      PIC X(10).
           10 ZM606-IREFINDE       PIC X(16).
           10 ZM606-ICERTSER       PIC X(20).
           10 ZM606-SEFIRMA        PIC X(1).
           10 ZM606-FEFIRMA        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 29      *
      ******************************************************************
