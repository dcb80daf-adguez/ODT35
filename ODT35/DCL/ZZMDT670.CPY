      * CARTERA 9283/9284) RESUELVEN EL NOMBRE CON 9492-LEE-NOMBRE-    *
      * PROMOTOR (35/ZMWSC208/ZMWSC209). SESTADO 'A' ACTIVO / 'B'      *
      * BAJA; FBAJA NULA MIENTRAS SIGUE ACTIVO.                        *
      * LA CERTIFICACION DEL PROMOTOR, QUE 9491 TAMBIEN EXIGE VIGENTE  *
      * AL DIA, SE REGISTRA EN ZMDT729.                                *
      ******************************************************************
           EXEC SQL DECLARE PRODUSVP.ZMDT670 TABLE
           ( ZM670_IPROM                    DECIMAL(4, 0) NOT NULL,
