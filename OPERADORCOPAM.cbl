      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento del maestro de operadores de consola
      *           OPERADORESCOPAM.dat (OPERCOPAM.cpy), que antes se
      *           editaba a mano. Aplica en orden los movimientos de
      *           OPERADORESCOPAM-MOV.dat (OPERCOPAM-MOV.cpy): ALTA de
      *           un operador con su rol (C consulta, M corrige, A
      *           administra) y su vigencia, SUSPENDE y REVOCA. Cada
      *           movimiento tiene que venir autorizado por un
      *           administrador activo y vigente a la fecha de la
      *           corrida; mientras el maestro no tenga ninguno, solo
      *           se acepta el ALTA de un administrador, que es como
      *           se pone en marcha el archivo. Un legajo revocado no
      *           se vuelve a habilitar, y un administrador no puede
      *           suspenderse ni revocarse a si mismo. Cada movimiento
      *           aplicado deja un renglon antes/despues en
      *           OPERADORESCOPAM-AUDIT.dat (permanente, al estilo de
      *           CORRECCIONCOPAM-AUDIT.dat) con fecha, hora y legajo
      *           del autorizante. El maestro se reescribe completo,
      *           con los revocados incluidos, y cada movimiento queda
      *           en OPERADORESCOPAM-LISTADO.dat como aplicado o con
      *           el motivo del rechazo, igual que el listado de
      *           CALENDARIOCOPAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORCOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO "OPERADORESCOPAM-MOV.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT OPERADORES ASSIGN TO "OPERADORESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-OPERADORES.
           SELECT LISTADO ASSIGN TO "OPERADORESCOPAM-LISTADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.
           SELECT AUDITORIA ASSIGN TO "OPERADORESCOPAM-AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "OPERCOPAM-MOV.cpy".

       FD  OPERADORES.
           01  REG-OPERADOR.
               COPY "OPERCOPAM.cpy".

       FD  LISTADO.
           01  REG-LISTADO PIC X(120).

       FD  AUDITORIA.
           01  REG-AUDITORIA PIC X(200).
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-FIN         VALUE '10'.
           05 FS-OPERADORES                  PIC XX.
               88 FS-OPERADORES-OK           VALUE '00'.
               88 FS-OPERADORES-FIN          VALUE '10'.
               88 FS-OPERADORES-NUEVO        VALUE '05' '35'.
           05 FS-LISTADO                     PIC XX.
               88 FS-LISTADO-OK              VALUE '00'.
           05 FS-AUDITORIA                   PIC XX.
               88 FS-AUDITORIA-OK            VALUE '00'.
               88 FS-AUDITORIA-NUEVO         VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-MOVIMIENTOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-APLICADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-RECHAZADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-ESCRIBO PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-OPERADORES PIC 9(4) VALUE ZERO.
           05 WS-IDX-OPERADOR     PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-IDX-AUTORIZA     PIC 9(4).
           05 WS-FECHA-ACTUAL     PIC 9(08).
           05 WS-HORA-ACTUAL      PIC 9(08).
           05 WS-MOTIVO           PIC X(45).
           05 WS-HAY-ADMIN        PIC X VALUE 'N'.
               88 HAY-ADMIN       VALUE 'S'.

      * Maestro completo en memoria, en el orden del archivo; las
      * altas nuevas se agregan al final.
       01  TABLA-OPERADORES.
           05 TAB-OPERADOR OCCURS 200 TIMES.
               10 TO-LEGAJO    PIC X(08).
               10 TO-NOMBRE    PIC X(30).
               10 TO-ROL       PIC X(01).
                   88 TO-ES-ADMIN      VALUE 'A'.
               10 TO-ESTADO    PIC X(01).
                   88 TO-ACTIVO        VALUE 'A'.
                   88 TO-SUSPENDIDO    VALUE 'S'.
                   88 TO-REVOCADO      VALUE 'R'.
               10 TO-DESDE     PIC 9(08).
               10 TO-HASTA     PIC 9(08).

       01  WS-LINEA-LISTADO.
           05 WSL-ESTADO  PIC X(09).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSL-TIPO    PIC X(10).
           05 FILLER      PIC X(08) VALUE ' LEGAJO '.
           05 WSL-LEGAJO  PIC X(08).
           05 FILLER      PIC X(05) VALUE ' ROL '.
           05 WSL-ROL     PIC X(01).
           05 FILLER      PIC X(11) VALUE ' AUTORIZA '.
           05 WSL-AUTORIZA PIC X(08).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSL-MOTIVO  PIC X(45).

       01  WS-LINEA-AUDITORIA.
           05 FILLER            PIC X(06) VALUE 'FECHA '.
           05 WSA-FECHA         PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' HORA '.
           05 WSA-HORA          PIC 9(08).
           05 FILLER            PIC X(10) VALUE ' AUTORIZA '.
           05 WSA-AUTORIZA      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WSA-TIPO          PIC X(10).
           05 FILLER            PIC X(08) VALUE ' LEGAJO '.
           05 WSA-LEGAJO        PIC X(08).
           05 FILLER            PIC X(07) VALUE ' ANTES '.
           05 WSA-ANTES.
               10 WSA-ANT-ROL       PIC X(01).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-ANT-ESTADO    PIC X(01).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-ANT-DESDE     PIC X(08).
               10 FILLER            PIC X(01) VALUE '-'.
               10 WSA-ANT-HASTA     PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-ANT-NOMBRE    PIC X(30).
           05 FILLER            PIC X(09) VALUE ' DESPUES '.
           05 WSA-DESPUES.
               10 WSA-DES-ROL       PIC X(01).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-DES-ESTADO    PIC X(01).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-DES-DESDE     PIC X(08).
               10 FILLER            PIC X(01) VALUE '-'.
               10 WSA-DES-HASTA     PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WSA-DES-NOMBRE    PIC X(30).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-MOVIMIENTO UNTIL FS-MOVIMIENTOS-FIN.
       PERFORM 6000-GRABAR-OPERADORES.
       PERFORM 9000-FINAL.


       1000-INICIO.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-CARGAR-OPERADORES.
           PERFORM 5100-LEER-MOVIMIENTO.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR APERTURA MOVIMIENTOS FS: '
                       FS-MOVIMIENTOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT LISTADO
               IF NOT FS-LISTADO-OK
                   DISPLAY 'ERROR APERTURA LISTADO FS: ' FS-LISTADO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN EXTEND AUDITORIA
               IF FS-AUDITORIA-NUEVO
                   OPEN OUTPUT AUDITORIA
               END-IF
               IF NOT FS-AUDITORIA-OK
                   DISPLAY 'ERROR APERTURA AUDITORIA FS: '
                       FS-AUDITORIA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

      * La primera corrida arranca sin maestro. Los renglones viejos,
      * con solo legajo y nombre, quedan sin rol ni vigencia.
       1200-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   PERFORM 5000-LEER-OPERADOR
                   PERFORM 1250-GUARDAR-OPERADOR
                       UNTIL FS-OPERADORES-FIN
                   CLOSE OPERADORES
               WHEN FS-OPERADORES-NUEVO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA OPERADORES FS: '
                       FS-OPERADORES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1200-CARGAR-OPERADORES-EXIT.EXIT.

       1250-GUARDAR-OPERADOR.
           PERFORM 1260-AGREGAR-RENGLON
           MOVE REG-OPER-LEGAJO TO TO-LEGAJO (WS-TOTAL-OPERADORES)
           MOVE REG-OPER-NOMBRE TO TO-NOMBRE (WS-TOTAL-OPERADORES)
           MOVE REG-OPER-ROL    TO TO-ROL    (WS-TOTAL-OPERADORES)
           MOVE REG-OPER-ESTADO TO TO-ESTADO (WS-TOTAL-OPERADORES)
           IF REG-OPER-DESDE IS NUMERIC
               MOVE REG-OPER-DESDE TO TO-DESDE (WS-TOTAL-OPERADORES)
           END-IF
           IF REG-OPER-HASTA IS NUMERIC
               MOVE REG-OPER-HASTA TO TO-HASTA (WS-TOTAL-OPERADORES)
           END-IF
           PERFORM 5000-LEER-OPERADOR
           .
       1250-GUARDAR-OPERADOR-EXIT.EXIT.

       1260-AGREGAR-RENGLON.
           IF WS-TOTAL-OPERADORES >= 200
               DISPLAY 'TABLA DE OPERADORES LLENA, SE EXCEDE EL '
                   'LIMITE DE 200 OPERADORES'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-OPERADORES
           MOVE SPACES TO TAB-OPERADOR (WS-TOTAL-OPERADORES)
           MOVE ZERO TO TO-DESDE (WS-TOTAL-OPERADORES)
           MOVE ZERO TO TO-HASTA (WS-TOTAL-OPERADORES)
           .
       1260-AGREGAR-RENGLON-EXIT.EXIT.

      * Antes de aplicar se ubica el legajo del movimiento y se
      * verifica al autorizante contra el maestro tal como quedo con
      * los movimientos anteriores de la misma corrida.
       2000-PROCESO-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           MOVE SPACES TO WS-MOTIVO
           PERFORM 2050-BUSCAR-LEGAJO
           PERFORM 2070-VERIFICAR-AUTORIZANTE
           EVALUATE TRUE
               WHEN REG-OPMOV-LEGAJO = SPACES
                   MOVE 'LEGAJO EN BLANCO' TO WS-MOTIVO
               WHEN NOT REG-OPMOV-ES-ALTA
                   AND NOT REG-OPMOV-ES-SUSPENDE
                   AND NOT REG-OPMOV-ES-REVOCA
                   MOVE 'TIPO DE MOVIMIENTO NO RECONOCIDO'
                       TO WS-MOTIVO
               WHEN HAY-ADMIN AND WS-IDX-AUTORIZA = ZERO
                   MOVE 'AUTORIZANTE NO ES ADMINISTRADOR VIGENTE'
                       TO WS-MOTIVO
               WHEN NOT HAY-ADMIN
                   AND (NOT REG-OPMOV-ES-ALTA
                   OR REG-OPMOV-ROL NOT = 'A')
                   MOVE 'SIN ADMINISTRADOR VIGENTE, SOLO ALTA DE ROL A'
                       TO WS-MOTIVO
               WHEN REG-OPMOV-ES-ALTA
                   PERFORM 2100-APLICAR-ALTA
               WHEN REG-OPMOV-ES-SUSPENDE
                   PERFORM 2200-APLICAR-SUSPENSION
               WHEN REG-OPMOV-ES-REVOCA
                   PERFORM 2300-APLICAR-REVOCACION
           END-EVALUATE
           PERFORM 7000-ESCRIBIR-LISTADO
           PERFORM 5100-LEER-MOVIMIENTO
           .
       2000-PROCESO-MOVIMIENTO-EXIT.EXIT.

       2050-BUSCAR-LEGAJO.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM 2060-COMPARAR-LEGAJO
               VARYING WS-IDX-OPERADOR FROM 1 BY 1
               UNTIL WS-IDX-OPERADOR > WS-TOTAL-OPERADORES
               OR WS-IDX-HALLADO > ZERO
           .
       2050-BUSCAR-LEGAJO-EXIT.EXIT.

       2060-COMPARAR-LEGAJO.
           IF TO-LEGAJO (WS-IDX-OPERADOR) = REG-OPMOV-LEGAJO
               MOVE WS-IDX-OPERADOR TO WS-IDX-HALLADO
           END-IF
           .
       2060-COMPARAR-LEGAJO-EXIT.EXIT.

      * Deja en WS-IDX-AUTORIZA al autorizante si es administrador
      * activo y vigente hoy, y en HAY-ADMIN si el maestro tiene
      * alguno en esas condiciones.
       2070-VERIFICAR-AUTORIZANTE.
           MOVE ZERO TO WS-IDX-AUTORIZA
           MOVE 'N' TO WS-HAY-ADMIN
           PERFORM 2080-COMPARAR-ADMIN
               VARYING WS-IDX-OPERADOR FROM 1 BY 1
               UNTIL WS-IDX-OPERADOR > WS-TOTAL-OPERADORES
           .
       2070-VERIFICAR-AUTORIZANTE-EXIT.EXIT.

       2080-COMPARAR-ADMIN.
           IF TO-ES-ADMIN (WS-IDX-OPERADOR)
               AND TO-ACTIVO (WS-IDX-OPERADOR)
               AND TO-DESDE (WS-IDX-OPERADOR) <= WS-FECHA-ACTUAL
               AND TO-HASTA (WS-IDX-OPERADOR) >= WS-FECHA-ACTUAL
               SET HAY-ADMIN TO TRUE
               IF TO-LEGAJO (WS-IDX-OPERADOR) = REG-OPMOV-AUTORIZA
                   MOVE WS-IDX-OPERADOR TO WS-IDX-AUTORIZA
               END-IF
           END-IF
           .
       2080-COMPARAR-ADMIN-EXIT.EXIT.

      * Un ALTA sobre un legajo existente lo reemplaza (rol,
      * vigencia y, si viene, el nombre) y lo deja activo; asi se
      * regularizan los renglones sin rol y se levanta una
      * suspension. Un revocado no vuelve.
       2100-APLICAR-ALTA.
           EVALUATE TRUE
               WHEN REG-OPMOV-ROL NOT = 'C'
                   AND REG-OPMOV-ROL NOT = 'M'
                   AND REG-OPMOV-ROL NOT = 'A'
                   MOVE 'ROL INVALIDO, DEBE SER C, M O A' TO WS-MOTIVO
               WHEN REG-OPMOV-DESDE NOT NUMERIC
                   OR REG-OPMOV-HASTA NOT NUMERIC
                   OR REG-OPMOV-DESDE = ZERO
                   OR REG-OPMOV-HASTA = ZERO
                   MOVE 'ALTA SIN VIGENCIA DESDE/HASTA' TO WS-MOTIVO
               WHEN REG-OPMOV-HASTA < REG-OPMOV-DESDE
                   MOVE 'VIGENCIA HASTA ANTERIOR A DESDE' TO WS-MOTIVO
               WHEN WS-IDX-HALLADO = ZERO
                   AND REG-OPMOV-NOMBRE = SPACES
                   MOVE 'ALTA SIN NOMBRE DEL OPERADOR' TO WS-MOTIVO
               WHEN WS-IDX-HALLADO > ZERO
                   AND TO-REVOCADO (WS-IDX-HALLADO)
                   MOVE 'LEGAJO REVOCADO, NO SE VUELVE A HABILITAR'
                       TO WS-MOTIVO
               WHEN OTHER
                   IF WS-IDX-HALLADO = ZERO
                       PERFORM 1260-AGREGAR-RENGLON
                       MOVE WS-TOTAL-OPERADORES TO WS-IDX-HALLADO
                       MOVE REG-OPMOV-LEGAJO
                           TO TO-LEGAJO (WS-IDX-HALLADO)
                       PERFORM 2500-TOMAR-ANTES-NUEVO
                   ELSE
                       PERFORM 2400-TOMAR-ANTES
                   END-IF
                   IF REG-OPMOV-NOMBRE NOT = SPACES
                       MOVE REG-OPMOV-NOMBRE
                           TO TO-NOMBRE (WS-IDX-HALLADO)
                   END-IF
                   MOVE REG-OPMOV-ROL TO TO-ROL (WS-IDX-HALLADO)
                   MOVE REG-OPMOV-DESDE TO TO-DESDE (WS-IDX-HALLADO)
                   MOVE REG-OPMOV-HASTA TO TO-HASTA (WS-IDX-HALLADO)
                   SET TO-ACTIVO (WS-IDX-HALLADO) TO TRUE
                   PERFORM 2600-ASENTAR-AUDITORIA
           END-EVALUATE
           .
       2100-APLICAR-ALTA-EXIT.EXIT.

       2200-APLICAR-SUSPENSION.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   MOVE 'LEGAJO INEXISTENTE' TO WS-MOTIVO
               WHEN TO-REVOCADO (WS-IDX-HALLADO)
                   MOVE 'LEGAJO REVOCADO' TO WS-MOTIVO
               WHEN TO-SUSPENDIDO (WS-IDX-HALLADO)
                   MOVE 'LEGAJO YA SUSPENDIDO' TO WS-MOTIVO
               WHEN REG-OPMOV-LEGAJO = REG-OPMOV-AUTORIZA
                   MOVE 'EL AUTORIZANTE NO PUEDE SUSPENDERSE'
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2400-TOMAR-ANTES
                   SET TO-SUSPENDIDO (WS-IDX-HALLADO) TO TRUE
                   PERFORM 2600-ASENTAR-AUDITORIA
           END-EVALUATE
           .
       2200-APLICAR-SUSPENSION-EXIT.EXIT.

       2300-APLICAR-REVOCACION.
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO = ZERO
                   MOVE 'LEGAJO INEXISTENTE' TO WS-MOTIVO
               WHEN TO-REVOCADO (WS-IDX-HALLADO)
                   MOVE 'LEGAJO YA REVOCADO' TO WS-MOTIVO
               WHEN REG-OPMOV-LEGAJO = REG-OPMOV-AUTORIZA
                   MOVE 'EL AUTORIZANTE NO PUEDE REVOCARSE'
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2400-TOMAR-ANTES
                   SET TO-REVOCADO (WS-IDX-HALLADO) TO TRUE
                   PERFORM 2600-ASENTAR-AUDITORIA
           END-EVALUATE
           .
       2300-APLICAR-REVOCACION-EXIT.EXIT.

       2400-TOMAR-ANTES.
           MOVE TO-ROL (WS-IDX-HALLADO) TO WSA-ANT-ROL
           MOVE TO-ESTADO (WS-IDX-HALLADO) TO WSA-ANT-ESTADO
           MOVE TO-DESDE (WS-IDX-HALLADO) TO WSA-ANT-DESDE
           MOVE TO-HASTA (WS-IDX-HALLADO) TO WSA-ANT-HASTA
           MOVE TO-NOMBRE (WS-IDX-HALLADO) TO WSA-ANT-NOMBRE
           .
       2400-TOMAR-ANTES-EXIT.EXIT.

       2500-TOMAR-ANTES-NUEVO.
           MOVE '-' TO WSA-ANT-ROL
           MOVE '-' TO WSA-ANT-ESTADO
           MOVE SPACES TO WSA-ANT-DESDE
           MOVE SPACES TO WSA-ANT-HASTA
           MOVE '(LEGAJO NUEVO)' TO WSA-ANT-NOMBRE
           .
       2500-TOMAR-ANTES-NUEVO-EXIT.EXIT.

       2600-ASENTAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL TO WSA-FECHA
           MOVE WS-HORA-ACTUAL TO WSA-HORA
           MOVE REG-OPMOV-AUTORIZA TO WSA-AUTORIZA
           MOVE REG-OPMOV-TIPO TO WSA-TIPO
           MOVE REG-OPMOV-LEGAJO TO WSA-LEGAJO
           MOVE TO-ROL (WS-IDX-HALLADO) TO WSA-DES-ROL
           MOVE TO-ESTADO (WS-IDX-HALLADO) TO WSA-DES-ESTADO
           MOVE TO-DESDE (WS-IDX-HALLADO) TO WSA-DES-DESDE
           MOVE TO-HASTA (WS-IDX-HALLADO) TO WSA-DES-HASTA
           MOVE TO-NOMBRE (WS-IDX-HALLADO) TO WSA-DES-NOMBRE
           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA
           ADD 1 TO WS-CONTADOR-APLICADOS
           .
       2600-ASENTAR-AUDITORIA-EXIT.EXIT.

       5000-LEER-OPERADOR.
           READ OPERADORES
           EVALUATE TRUE
               WHEN FS-OPERADORES-OK
                   ADD 1 TO WS-CONTADOR-LECTURA
               WHEN FS-OPERADORES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA OPERADORES FS '
                       FS-OPERADORES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-OPERADOR-EXIT.EXIT.

       5100-LEER-MOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-MOVIMIENTOS-OK
                   CONTINUE
               WHEN FS-MOVIMIENTOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MOVIMIENTOS FS '
                       FS-MOVIMIENTOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5100-LEER-MOVIMIENTO-EXIT.EXIT.

       6000-GRABAR-OPERADORES.
           OPEN OUTPUT OPERADORES
           IF NOT FS-OPERADORES-OK
               DISPLAY 'ERROR REAPERTURA OPERADORES FS: '
                   FS-OPERADORES
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 6100-GRABAR-OPERADOR
               VARYING WS-IDX-OPERADOR FROM 1 BY 1
               UNTIL WS-IDX-OPERADOR > WS-TOTAL-OPERADORES
           CLOSE OPERADORES
           .
       6000-GRABAR-OPERADORES-EXIT.EXIT.

       6100-GRABAR-OPERADOR.
           MOVE SPACES TO REG-OPERADOR
           MOVE TO-LEGAJO (WS-IDX-OPERADOR) TO REG-OPER-LEGAJO
           MOVE TO-NOMBRE (WS-IDX-OPERADOR) TO REG-OPER-NOMBRE
           MOVE TO-ROL    (WS-IDX-OPERADOR) TO REG-OPER-ROL
           MOVE TO-ESTADO (WS-IDX-OPERADOR) TO REG-OPER-ESTADO
           MOVE TO-DESDE  (WS-IDX-OPERADOR) TO REG-OPER-DESDE
           MOVE TO-HASTA  (WS-IDX-OPERADOR) TO REG-OPER-HASTA
           WRITE REG-OPERADOR
           ADD 1 TO WS-CONTADOR-ESCRIBO
           .
       6100-GRABAR-OPERADOR-EXIT.EXIT.

       7000-ESCRIBIR-LISTADO.
           IF WS-MOTIVO = SPACES
               MOVE 'APLICADO ' TO WSL-ESTADO
           ELSE
               MOVE 'RECHAZADO' TO WSL-ESTADO
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF
           MOVE REG-OPMOV-TIPO     TO WSL-TIPO
           MOVE REG-OPMOV-LEGAJO   TO WSL-LEGAJO
           MOVE REG-OPMOV-ROL      TO WSL-ROL
           MOVE REG-OPMOV-AUTORIZA TO WSL-AUTORIZA
           MOVE WS-MOTIVO          TO WSL-MOTIVO
           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
           .
       7000-ESCRIBIR-LISTADO-EXIT.EXIT.

       9000-FINAL.
           CLOSE MOVIMIENTOS
           CLOSE LISTADO
           CLOSE AUDITORIA
           DISPLAY '***************************************************'
           DISPLAY 'TOTAL OPERADORES LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL OPERADORES ESCRITOS: ' WS-CONTADOR-ESCRIBO
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS: '
               WS-CONTADOR-MOVIMIENTOS
           DISPLAY 'TOTAL MOVIMIENTOS APLICADOS: '
               WS-CONTADOR-APLICADOS
           DISPLAY 'TOTAL MOVIMIENTOS RECHAZADOS: '
               WS-CONTADOR-RECHAZADOS
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM OPERADORCOPAM.
