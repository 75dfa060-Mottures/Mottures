      *           CORRECCION a PLANTELCOPAM-MOV.dat para que
      *           PLANTELCOPAM la aplique sobre el maestro secuencial
      *           JUGCOPAM.dat y los dos maestros no se separen.
      * Modification History:
      *   2026-10-15  El operador tiene que tener rol M (corrige) o A
      *               (administra), estar activo y dentro de su
      *               vigencia en OPERADORESCOPAM.dat (OPERCOPAM.cpy),
      *               que ahora mantiene OPERADORCOPAM. Cada jugador
      *               traido por ID y cada ingreso rechazado quedan en
      *               el registro de accesos OPERADORESCOPAM-ACCESOS.dat
      *               (ACCESOCOPAM.cpy), compartido con CONSULTACOPAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA ASSIGN TO "CORRECCIONCOPAM-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
           SELECT ACCESOS ASSIGN TO "OPERADORESCOPAM-ACCESOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACCESOS.
           SELECT MOVIMIENTOS ASSIGN TO "PLANTELCOPAM-MOV.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.

       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY "OPERCOPAM.cpy".

       FD  AUDITORIA.
           01  REG-AUDITORIA PIC X(122).

       FD  ACCESOS.
           01  REG-ACCESO.
               COPY "ACCESOCOPAM.cpy".

       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "JUGCOPAM-MOV.cpy".
           05 FS-AUDITORIA                   PIC XX.
               88 FS-AUDITORIA-OK            VALUE '00'.
               88 FS-AUDITORIA-NUEVO         VALUE '05' '35'.
           05 FS-ACCESOS                     PIC XX.
               88 FS-ACCESOS-OK              VALUE '00'.
               88 FS-ACCESOS-NUEVO           VALUE '05' '35'.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-NUEVO       VALUE '05' '35'.
           05 WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
           05 WS-OPERADOR-HALLADO PIC X VALUE 'N'.
               88 OPERADOR-HALLADO VALUE 'S'.
           05 WS-OPERADOR-ROL     PIC X(01) VALUE SPACE.
               88 ROL-PUEDE-CORREGIR VALUE 'M' 'A'.
           05 WS-OPERADOR-ESTADO  PIC X(01) VALUE SPACE.
               88 OPERADOR-ACTIVO VALUE 'A'.
               88 OPERADOR-DADO-DE-BAJA VALUE 'S' 'R'.
           05 WS-OPERADOR-DESDE   PIC X(08) VALUE SPACES.
           05 WS-OPERADOR-HASTA   PIC X(08) VALUE SPACES.
           05 WS-MOTIVO-RECHAZO   PIC X(30) VALUE SPACES.
           05 WS-ID-BUSCADO       PIC 9(05) VALUE ZERO.
           05 WS-CONTADOR-CORRECCIONES PIC 9(04) VALUE ZERO.
           05 WS-CONTADOR-CAMPOS  PIC 9(04) VALUE ZERO.


       1000-INICIO.
           OPEN EXTEND ACCESOS
               IF FS-ACCESOS-NUEVO
                   OPEN OUTPUT ACCESOS
               END-IF
               IF NOT FS-ACCESOS-OK
                   DISPLAY 'ERROR APERTURA ACCESOS FS: ' FS-ACCESOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           PERFORM 1100-AUTORIZAR-OPERADOR.
           OPEN I-O MAESTRO
               IF NOT FS-MAESTRO-OK

      * Sin maestro de operadores no hay corrector autorizado y el
      * programa no arranca: la autorizacion es la unica barrera
      * entre la consola y el maestro indexado. Corrige el rol M o A,
      * activo y con la fecha del dia dentro de su vigencia; un
      * renglon sin rol todavia no fue regularizado por OPERADORCOPAM.
       1100-AUTORIZAR-OPERADOR.
           DISPLAY 'LEGAJO DEL OPERADOR:'
           ACCEPT WS-LEGAJO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
               DISPLAY 'SIN MAESTRO DE OPERADORES '
           PERFORM 1160-COMPARAR-OPERADOR
               UNTIL FS-OPERADORES-FIN OR OPERADOR-HALLADO
           CLOSE OPERADORES
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN NOT OPERADOR-HALLADO
                   MOVE 'LEGAJO NO AUTORIZADO' TO WS-MOTIVO-RECHAZO
               WHEN OPERADOR-DADO-DE-BAJA
                   MOVE 'OPERADOR SUSPENDIDO O REVOCADO'
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-OPERADOR-ROL = SPACE
                   MOVE 'LEGAJO SIN ROL ASIGNADO' TO WS-MOTIVO-RECHAZO
               WHEN NOT ROL-PUEDE-CORREGIR
                   MOVE 'ROL SIN PERMISO DE CORRECCION'
                       TO WS-MOTIVO-RECHAZO
               WHEN NOT OPERADOR-ACTIVO
                   MOVE 'OPERADOR SIN ESTADO VALIDO'
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-OPERADOR-DESDE NOT NUMERIC
                   OR WS-OPERADOR-HASTA NOT NUMERIC
                   OR WS-OPERADOR-DESDE > WS-FECHA-ACTUAL
                   OR WS-OPERADOR-HASTA < WS-FECHA-ACTUAL
                   MOVE 'OPERADOR FUERA DE VIGENCIA'
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               DISPLAY WS-MOTIVO-RECHAZO ': ' WS-LEGAJO
               MOVE SPACES TO REG-ACCESO
               MOVE 'INGRESO RECHAZADO' TO REG-ACCESO-RESULTADO
               PERFORM 8000-ASENTAR-ACCESO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           IF REG-OPER-LEGAJO = WS-LEGAJO
               SET WS-OPERADOR-HALLADO TO 'S'
               MOVE REG-OPER-NOMBRE TO WS-OPERADOR-NOMBRE
               MOVE REG-OPER-ROL TO WS-OPERADOR-ROL
               MOVE REG-OPER-ESTADO TO WS-OPERADOR-ESTADO
               MOVE REG-OPER-DESDE TO WS-OPERADOR-DESDE
               MOVE REG-OPER-HASTA TO WS-OPERADOR-HASTA
           END-IF
           PERFORM 1150-LEER-OPERADOR
           .
           ACCEPT WS-ID-BUSCADO
           MOVE WS-ID-BUSCADO TO REG-JUGCOPAM-ID OF REG-MAESTRO
           READ MAESTRO
           MOVE SPACES TO REG-ACCESO
           MOVE 'ID' TO REG-ACCESO-CLAVE
           MOVE WS-ID-BUSCADO TO REG-ACCESO-VALOR
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   MOVE 'JUGADOR MOSTRADO' TO REG-ACCESO-RESULTADO
                   PERFORM 8000-ASENTAR-ACCESO
                   PERFORM 3100-MOSTRAR-JUGADOR
                   PERFORM 3200-CAPTURAR-CAMBIOS
                   PERFORM 3300-APLICAR-CAMBIOS
               WHEN FS-MAESTRO-NO-HALLADO
                   MOVE 'JUGADOR NO ENCONTRADO' TO REG-ACCESO-RESULTADO
                   PERFORM 8000-ASENTAR-ACCESO
                   DISPLAY 'JUGADOR NO ENCONTRADO, ID: ' WS-ID-BUSCADO
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
           .
       3500-EMITIR-MOVIMIENTO-EXIT.EXIT.

      * Entra con REG-ACCESO en blanco y con la clave, el valor y el
      * resultado cargados; completa fecha, hora, legajo y programa.
       8000-ASENTAR-ACCESO.
           ACCEPT REG-ACCESO-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-ACCESO-HORA FROM TIME
           MOVE WS-LEGAJO TO REG-ACCESO-LEGAJO
           MOVE 'CORRECCIONCOPAM' TO REG-ACCESO-PROGRAMA
           WRITE REG-ACCESO
           .
       8000-ASENTAR-ACCESO-EXIT.EXIT.

       9000-FINAL.
           CLOSE MAESTRO
           CLOSE AUDITORIA
           CLOSE ACCESOS
           CLOSE MOVIMIENTOS
           DISPLAY '***************************************************'
           DISPLAY 'TOTAL CORRECCIONES APLICADAS: '
