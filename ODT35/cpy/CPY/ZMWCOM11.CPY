      *            EIBTRMID + EIBTASKN + CURRENT TIMESTAMP) Y LOS
      *            DEMAS SOLO LA PROPAGAN SIN MODIFICARLA.
      *
      *            WC-SENTRENA EN '1' INDICA QUE EL USUARIO FIRMADO
      *            ESTA EN MODO ENTRENAMIENTO (ZMDT770). LO CARGA EL
      *            PROGRAMA QUE FIRMA AL USUARIO (9034) Y CADA
      *            PROGRAMA DE LA CADENA, AL ENTRAR, FIJA SU AMBIENTE
      *            DE DATOS CON 9035-FIJA-AMBIENTE-SESION (ZMWSC351).
      *
      * EJEMPLO:     *----                                                      
      *              * VARIABLES DE COMUNICACION (WC-COMMAREA)                  
      *              *----                                                      
                 07 WC-TFEC96               PIC  X(10) VALUE SPACES.            
                 07 WC-TDIAS96              PIC  9(09) COMP  VALUE 0.
                 07 WC-ICORRELA             PIC  X(20) VALUE SPACES.
                 07 WC-SENTRENA             PIC  X(01) VALUE SPACES.
                    88 WC-ENTRENAMIENTO     VALUE '1'.
              05 FILLER                     PIC  X(03) VALUE SPACES.
      *---                                       -----
      *---    TOTAL LONGITUD FIJA                 265 CHARS.
