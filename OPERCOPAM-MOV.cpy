      ******************************************************************
      * Copybook: OPERCOPAM-MOV
      * Purpose:  Campo a campo del registro de movimientos de
      *           operadores de OPERADORESCOPAM-MOV.dat, que
      *           OPERADORCOPAM aplica sobre el maestro
      *           OPERADORESCOPAM.dat. Todo movimiento lleva el legajo
      *           del administrador que lo autoriza. Un ALTA trae el
      *           operador completo (nombre, rol y vigencia); sobre un
      *           legajo existente no revocado lo reemplaza y lo deja
      *           activo, asi se cambia un rol, se extiende una
      *           vigencia o se levanta una suspension. SUSPENDE deja
      *           al operador sin acceso conservando sus datos y
      *           REVOCA lo da de baja para siempre; en ambos solo
      *           cuenta el legajo.
      ******************************************************************
           05  REG-OPMOV-TIPO      PIC X(10).
               88  REG-OPMOV-ES-ALTA        VALUE 'ALTA'.
               88  REG-OPMOV-ES-SUSPENDE    VALUE 'SUSPENDE'.
               88  REG-OPMOV-ES-REVOCA      VALUE 'REVOCA'.
           05  REG-OPMOV-LEGAJO    PIC X(08).
           05  REG-OPMOV-NOMBRE    PIC X(30).
           05  REG-OPMOV-ROL       PIC X(01).
           05  REG-OPMOV-DESDE     PIC 9(08).
           05  REG-OPMOV-HASTA     PIC 9(08).
           05  REG-OPMOV-AUTORIZA  PIC X(08).
