      ******************************************************************
      * Copybook: ACCESOCOPAM
      * Purpose:  Renglon del registro permanente de accesos de
      *           consola OPERADORESCOPAM-ACCESOS.dat: uno por cada
      *           consulta de CONSULTACOPAM, cada jugador que trae
      *           CORRECCIONCOPAM y cada ingreso rechazado, con fecha,
      *           hora, legajo, programa, lo consultado (ID o PAIS) y
      *           el resultado. Con el se responde quien vio los
      *           datos de un jugador y cuando.
      ******************************************************************
           05  REG-ACCESO-FECHA    PIC 9(08).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-HORA     PIC 9(08).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-LEGAJO   PIC X(08).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-PROGRAMA PIC X(16).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-CLAVE    PIC X(04).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-VALOR    PIC X(05).
           05  FILLER              PIC X(01).
           05  REG-ACCESO-RESULTADO PIC X(30).
