      ******************************************************************
      * Copybook: OPERCOPAM
      * Purpose:  Registro del maestro de operadores de consola
      *           OPERADORESCOPAM.dat: legajo, nombre, rol, estado y
      *           periodo de vigencia (AAAAMMDD, ambos inclusive). El
      *           rol C solo consulta (CONSULTACOPAM), el rol M ademas
      *           corrige el maestro (CORRECCIONCOPAM) y el rol A
      *           ademas autoriza los movimientos de OPERADORCOPAM,
      *           que es el unico que mantiene el archivo. Un operador
      *           opera solo si esta activo y la fecha del dia cae en
      *           su vigencia. Los renglones cargados antes de que
      *           hubiera roles traen solo legajo y nombre y no operan
      *           hasta que un ALTA de OPERADORCOPAM los regulariza.
      ******************************************************************
           05  REG-OPER-LEGAJO     PIC X(08).
           05  REG-OPER-SEPARADOR  PIC X(01).
           05  REG-OPER-NOMBRE     PIC X(30).
           05  REG-OPER-ROL        PIC X(01).
               88  REG-OPER-ES-CONSULTA    VALUE 'C'.
               88  REG-OPER-ES-CORRECTOR   VALUE 'M'.
               88  REG-OPER-ES-ADMIN       VALUE 'A'.
               88  REG-OPER-ROL-VALIDO     VALUE 'C' 'M' 'A'.
           05  REG-OPER-ESTADO     PIC X(01).
               88  REG-OPER-ACTIVO         VALUE 'A'.
               88  REG-OPER-SUSPENDIDO     VALUE 'S'.
               88  REG-OPER-REVOCADO       VALUE 'R'.
           05  REG-OPER-DESDE      PIC 9(08).
           05  REG-OPER-HASTA      PIC 9(08).
