      *           ASIST y tarjetas; por PAIS recorre la clave
      *           alternativa y lista a todos los jugadores de ese
      *           pais.
      * Modification History:
      *   2026-10-15  La consulta exige un operador de
      *               OPERADORESCOPAM.dat (OPERCOPAM.cpy) con rol
      *               asignado (C, M o A), activo y dentro de su
      *               vigencia, igual que CORRECCIONCOPAM. Cada
      *               consulta por ID o por PAIS, y cada ingreso
      *               rechazado, deja un renglon con fecha, hora,
      *               legajo y lo consultado en el registro de accesos
      *               OPERADORESCOPAM-ACCESOS.dat (ACCESOCOPAM.cpy).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS REG-JUGCOPAM-PAIS OF REG-MAESTRO
               WITH DUPLICATES
           FILE STATUS FS-MAESTRO.
           SELECT OPERADORES ASSIGN TO "OPERADORESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
           SELECT ACCESOS ASSIGN TO "OPERADORESCOPAM-ACCESOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACCESOS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           01  REG-MAESTRO.
               COPY "JUGCOPAM.cpy".

       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY "OPERCOPAM.cpy".

       FD  ACCESOS.
           01  REG-ACCESO.
               COPY "ACCESOCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
               88 FS-MAESTRO-OK              VALUE '00'.
               88 FS-MAESTRO-FIN             VALUE '10'.
               88 FS-MAESTRO-NO-HALLADO      VALUE '23'.
           05 FS-OPERADORES                  PIC XX.
               88 FS-OPERADORES-OK           VALUE '00'.
               88 FS-OPERADORES-FIN          VALUE '10'.
           05 FS-ACCESOS                     PIC XX.
               88 FS-ACCESOS-OK              VALUE '00'.
               88 FS-ACCESOS-NUEVO           VALUE '05' '35'.

       01  VARIABLES.
           05 WS-OPCION           PIC X(01).
           05 WS-CONTADOR-PAIS    PIC 9(04) VALUE ZERO.
           05 WS-FIN-RECORRIDO    PIC X VALUE 'N'.
               88 FIN-RECORRIDO   VALUE 'S'.
           05 WS-LEGAJO           PIC X(08) VALUE SPACES.
           05 WS-OPERADOR-NOMBRE  PIC X(30) VALUE SPACES.
           05 WS-OPERADOR-HALLADO PIC X VALUE 'N'.
               88 OPERADOR-HALLADO VALUE 'S'.
           05 WS-OPERADOR-ROL     PIC X(01) VALUE SPACE.
               88 ROL-PUEDE-CONSULTAR VALUE 'C' 'M' 'A'.
           05 WS-OPERADOR-ESTADO  PIC X(01) VALUE SPACE.
               88 OPERADOR-ACTIVO VALUE 'A'.
               88 OPERADOR-DADO-DE-BAJA VALUE 'S' 'R'.
           05 WS-OPERADOR-DESDE   PIC X(08) VALUE SPACES.
           05 WS-OPERADOR-HASTA   PIC X(08) VALUE SPACES.
           05 WS-MOTIVO-RECHAZO   PIC X(30) VALUE SPACES.
           05 WS-FECHA-ACTUAL     PIC 9(08).
           05 WS-RESULTADO-PAIS.
               10 FILLER          PIC X(20)
                   VALUE 'JUGADORES LISTADOS: '.
               10 WS-RES-CANTIDAD PIC 9(04).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.


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
           OPEN INPUT MAESTRO
               IF NOT FS-MAESTRO-OK
                   DISPLAY 'ERROR APERTURA MAESTRO FS: ' FS-MAESTRO
               END-IF.
       1000-INICIO-EXIT. EXIT.

      * Misma autorizacion que CORRECCIONCOPAM, pero alcanza con
      * cualquier rol asignado: C, M o A, activo y con la fecha del
      * dia dentro de su vigencia.
       1100-AUTORIZAR-OPERADOR.
           DISPLAY 'LEGAJO DEL OPERADOR:'
           ACCEPT WS-LEGAJO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           OPEN INPUT OPERADORES
           IF NOT FS-OPERADORES-OK
               DISPLAY 'SIN MAESTRO DE OPERADORES '
                   'OPERADORESCOPAM.dat, FS: ' FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 1150-LEER-OPERADOR
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
               WHEN NOT ROL-PUEDE-CONSULTAR
                   MOVE 'ROL SIN PERMISO DE CONSULTA'
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
           DISPLAY 'OPERADOR ' WS-OPERADOR-NOMBRE
           .
       1100-AUTORIZAR-OPERADOR-EXIT.EXIT.

       1150-LEER-OPERADOR.
           READ OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   CONTINUE
               WHEN FS-OPERADORES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA OPERADORES FS '
                       FS-OPERADORES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1150-LEER-OPERADOR-EXIT.EXIT.

       1160-COMPARAR-OPERADOR.
           IF REG-OPER-LEGAJO = WS-LEGAJO
               SET OPERADOR-HALLADO TO TRUE
               MOVE REG-OPER-NOMBRE TO WS-OPERADOR-NOMBRE
               MOVE REG-OPER-ROL TO WS-OPERADOR-ROL
               MOVE REG-OPER-ESTADO TO WS-OPERADOR-ESTADO
               MOVE REG-OPER-DESDE TO WS-OPERADOR-DESDE
               MOVE REG-OPER-HASTA TO WS-OPERADOR-HASTA
           END-IF
           PERFORM 1150-LEER-OPERADOR
           .
       1160-COMPARAR-OPERADOR-EXIT.EXIT.

       2000-ATENDER-CONSULTA.
           DISPLAY ' '
           DISPLAY 'CONSULTA DE JUGADORES JUGCOPAM'
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
               WHEN FS-MAESTRO-NO-HALLADO
                   MOVE 'JUGADOR NO ENCONTRADO' TO REG-ACCESO-RESULTADO
                   PERFORM 8000-ASENTAR-ACCESO
                   DISPLAY 'JUGADOR NO ENCONTRADO, ID: ' WS-ID-BUSCADO
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
           END-EVALUATE
           DISPLAY 'JUGADORES LISTADOS DEL PAIS ' WS-PAIS-BUSCADO
               ': ' WS-CONTADOR-PAIS
           MOVE SPACES TO REG-ACCESO
           MOVE 'PAIS' TO REG-ACCESO-CLAVE
           MOVE WS-PAIS-BUSCADO TO REG-ACCESO-VALOR
           MOVE WS-CONTADOR-PAIS TO WS-RES-CANTIDAD
           MOVE WS-RESULTADO-PAIS TO REG-ACCESO-RESULTADO
           PERFORM 8000-ASENTAR-ACCESO
           .
       4000-CONSULTAR-POR-PAIS-EXIT.EXIT.

           .
       4200-LISTAR-JUGADOR-EXIT.EXIT.

      * Entra con REG-ACCESO en blanco y con la clave, el valor y el
      * resultado cargados; completa fecha, hora, legajo y programa.
       8000-ASENTAR-ACCESO.
           ACCEPT REG-ACCESO-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-ACCESO-HORA FROM TIME
           MOVE WS-LEGAJO TO REG-ACCESO-LEGAJO
           MOVE 'CONSULTACOPAM' TO REG-ACCESO-PROGRAMA
           WRITE REG-ACCESO
           .
       8000-ASENTAR-ACCESO-EXIT.EXIT.

       9000-FINAL.
           CLOSE MAESTRO
           CLOSE ACCESOS
           DISPLAY 'FIN DE CONSULTA JUGCOPAM'
           .

