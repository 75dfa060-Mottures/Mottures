      *           inhabilitados para la proxima fecha, para que el
      *           comite no tenga que derivarla a mano del reporte de
      *           disciplina.
      * Modification History:
      *   2026-10-15  Cada suspension guarda el numero de fecha del
      *               torneo en que se abrio y la ultima fecha que se
      *               le desconto (SUSPCOPAM.cpy), para que
      *               REVERSIONCOPAM pueda deshacerlas si esa fecha se
      *               revierte. El numero de fecha sale de la clave
      *               FECHA-NUMERO de PARAMETROSCOPAM.dat o, en su
      *               ausencia, de la ultima fecha aplicada de la
      *               edicion en JUGCOPAM-DIARIO.dat, que ACTUALIZACOPAM
      *               acaba de asentar.
      *   2026-10-15  La participacion del jugador en la fecha se
      *               reconoce por el ID del movimiento
      *               (REG-TRANS-ID) contra REG-JUGCOPAM-ID, igual que
      *               lo aplica ACTUALIZACOPAM, en lugar de por
      *               NOMBRE/CLUB/PAIS: un pase de club entre fechas ya
      *               no hace que un suspendido que jugo se tome como
      *               fecha cumplida.
      *   2026-10-15  Cada fecha descontada como cumplida se anota
      *               ademas en el historial de la suspension
      *               (REG-SUSP-HISTORIAL), en la posicion que le toca
      *               por orden de cumplimiento, para que
      *               REVERSIONCOPAM pueda devolver varias fechas
      *               seguidas de la mas nueva a la mas vieja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA.
       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".

       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
               88 FS-DIARIO-AUSENTE          VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-IDX-DESCONTAR    PIC 9(4).
           05 WS-IDX-MOVIMIENTO   PIC 9(4).
           05 WS-IDX-BASE         PIC 9(4).
           05 WS-NRO-CUMPLIDA     PIC 9(02).
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PROCESO    PIC 9(08) VALUE ZERO.
           05 WS-FECHA-PARAM      PIC 9(02) VALUE ZERO.
           05 WS-FECHA-NUMERO     PIC 9(02) VALUE ZERO.
           05 WS-BASE-ROJAS       PIC 9(02).
           05 WS-BASE-AMARILLAS   PIC 9(02).
           05 WS-JUGO-LA-FECHA    PIC X VALUE 'N'.
               10 TS-ESTADO    PIC X(01).
                   88 TS-ABIERTA  VALUE 'A'.
                   88 TS-CUMPLIDA VALUE 'C'.
               10 TS-FECHA-NUM PIC 9(02).
               10 TS-FECHA-DESC PIC 9(02).
               10 TS-HISTORIAL.
                   15 TS-FECHA-CUMPLIDA PIC 9(02) OCCURS 10 TIMES.

       01  TABLA-MOVIMIENTOS.
           05 TAB-MOVIMIENTO OCCURS 500 TIMES.
               10 TM-ID        PIC 9(05).
               10 TM-PAIS      PIC X(03).
               10 TM-MINUTOS   PIC 9(03).

           PERFORM 1400-CARGAR-MOVIMIENTOS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1500-ELEGIR-EDICION.
           PERFORM 1600-UBICAR-FECHA.
           PERFORM 5000-LEER-ENTRADA.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
       1000-INICIO-EXIT. EXIT.
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FECHAS-AMARILLAS
                   END-IF
               WHEN 'FECHA-NUMERO'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR >= 1
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FECHA-PARAM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE REG-SUSP-TARJETAS-BASE
               TO TS-TARJETAS-BASE (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-ESTADO TO TS-ESTADO (WS-TOTAL-SUSPENSIONES)
      * Las suspensiones grabadas antes de que existieran los numeros
      * de fecha traen esos campos en blanco.
           IF REG-SUSP-FECHA-NUM IS NUMERIC
               MOVE REG-SUSP-FECHA-NUM
                   TO TS-FECHA-NUM (WS-TOTAL-SUSPENSIONES)
           ELSE
               MOVE ZERO TO TS-FECHA-NUM (WS-TOTAL-SUSPENSIONES)
           END-IF
           IF REG-SUSP-FECHA-DESC IS NUMERIC
               MOVE REG-SUSP-FECHA-DESC
                   TO TS-FECHA-DESC (WS-TOTAL-SUSPENSIONES)
           ELSE
               MOVE ZERO TO TS-FECHA-DESC (WS-TOTAL-SUSPENSIONES)
           END-IF
           IF REG-SUSP-HISTORIAL IS NUMERIC
               MOVE REG-SUSP-HISTORIAL
                   TO TS-HISTORIAL (WS-TOTAL-SUSPENSIONES)
           ELSE
               MOVE ZEROS TO TS-HISTORIAL (WS-TOTAL-SUSPENSIONES)
           END-IF
           PERFORM 1350-LEER-SUSPENSION
           .
       1360-GUARDAR-SUSPENSION-EXIT.EXIT.
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-MOVIMIENTOS
           MOVE ZERO             TO TM-ID     (WS-TOTAL-MOVIMIENTOS)
           IF REG-TRANS-ID IS NUMERIC
               MOVE REG-TRANS-ID TO TM-ID     (WS-TOTAL-MOVIMIENTOS)
           END-IF
           MOVE REG-TRANS-PAIS   TO TM-PAIS   (WS-TOTAL-MOVIMIENTOS)
           MOVE REG-TRANS-MINUTOS
               TO TM-MINUTOS (WS-TOTAL-MOVIMIENTOS)
           .
       1550-BUSCAR-EDICION-MAYOR-EXIT.EXIT.

      * El numero de fecha de la corrida es el de FECHA-NUMERO o, sin
      * esa clave, la ultima fecha aplicada de la edicion en el
      * diario, que ACTUALIZACOPAM acaba de asentar. Sin diario queda
      * en cero y las suspensiones se graban sin fecha, como antes.
       1600-UBICAR-FECHA.
           IF WS-FECHA-PARAM > ZERO
               MOVE WS-FECHA-PARAM TO WS-FECHA-NUMERO
           ELSE
               OPEN INPUT DIARIO
               EVALUATE TRUE
                   WHEN FS-DIARIO-OK
                       PERFORM 1650-LEER-DIARIO
                       PERFORM 1660-RELEVAR-FECHA-DIARIO
                           UNTIL FS-DIARIO-FIN
                       CLOSE DIARIO
                   WHEN FS-DIARIO-AUSENTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
               END-EVALUATE
           END-IF
           .
       1600-UBICAR-FECHA-EXIT.EXIT.

       1650-LEER-DIARIO.
           READ DIARIO
           EVALUATE TRUE
               WHEN FS-DIARIO-OK
                   CONTINUE
               WHEN FS-DIARIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA DIARIO FS ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1650-LEER-DIARIO-EXIT.EXIT.

       1660-RELEVAR-FECHA-DIARIO.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               AND REG-JRNL-FECHA > WS-FECHA-NUMERO
               MOVE REG-JRNL-FECHA TO WS-FECHA-NUMERO
           END-IF
           PERFORM 1650-LEER-DIARIO
           .
       1660-RELEVAR-FECHA-DIARIO-EXIT.EXIT.

      * Primero se descuenta la fecha cumplida sobre las suspensiones
      * que ya estaban abiertas y recien despues se evalua la
      * apertura de una nueva, para que una sancion abierta en esta
       2100-VERIFICAR-PARTICIPACION-EXIT.EXIT.

       2150-COMPARAR-MOVIMIENTO.
           IF TM-ID (WS-IDX-MOVIMIENTO) > ZERO
               AND TM-ID (WS-IDX-MOVIMIENTO) = REG-JUGCOPAM-ID
               AND TM-PAIS (WS-IDX-MOVIMIENTO) = REG-JUGCOPAM-PAIS
               AND TM-MINUTOS (WS-IDX-MOVIMIENTO) > ZERO
               SET JUGO-LA-FECHA TO TRUE
      * suspension abierta mas vieja (por fecha de alta); las demas
      * quedan abiertas y lo mantienen en la lista de inhabilitados.
      * Descontarlas todas a la vez dejaba cumplir dos sanciones de
      * una fecha con una sola fecha afuera. La fecha descontada queda
      * en el historial en la posicion de su orden de cumplimiento;
      * una sancion de mas de 10 fechas no anota las que exceden.
       2200-DESCONTAR-FECHA.
           MOVE ZERO TO WS-IDX-DESCONTAR
           PERFORM 2230-UBICAR-SUSPENSION-VIEJA
                   PERFORM 2270-INFORMAR-ANOMALIA
               ELSE
                   SUBTRACT 1 FROM TS-PENDIENTES (WS-IDX-DESCONTAR)
                   MOVE WS-FECHA-NUMERO
                       TO TS-FECHA-DESC (WS-IDX-DESCONTAR)
                   COMPUTE WS-NRO-CUMPLIDA =
                       TS-FECHAS-TOTAL (WS-IDX-DESCONTAR)
                       - TS-PENDIENTES (WS-IDX-DESCONTAR)
                   IF WS-NRO-CUMPLIDA >= 1 AND WS-NRO-CUMPLIDA <= 10
                       MOVE WS-FECHA-NUMERO TO TS-FECHA-CUMPLIDA
                           (WS-IDX-DESCONTAR, WS-NRO-CUMPLIDA)
                   END-IF
                   ADD 1 TO WS-CONTADOR-DESCONTADAS
                   IF TS-PENDIENTES (WS-IDX-DESCONTAR) = ZERO
                       MOVE 'C' TO TS-ESTADO (WS-IDX-DESCONTAR)
           MOVE WS-FECHA-PROCESO
               TO TS-FECHA-ALTA (WS-TOTAL-SUSPENSIONES)
           MOVE 'A' TO TS-ESTADO (WS-TOTAL-SUSPENSIONES)
           MOVE WS-FECHA-NUMERO
               TO TS-FECHA-NUM (WS-TOTAL-SUSPENSIONES)
           MOVE ZERO TO TS-FECHA-DESC (WS-TOTAL-SUSPENSIONES)
           MOVE ZEROS TO TS-HISTORIAL (WS-TOTAL-SUSPENSIONES)
           ADD 1 TO WS-CONTADOR-ABIERTAS
           .
       2500-ALTA-SUSPENSION-EXIT.EXIT.
           MOVE TS-TARJETAS-BASE (WS-IDX-SUSPENSION)
               TO REG-SUSP-TARJETAS-BASE
           MOVE TS-ESTADO (WS-IDX-SUSPENSION) TO REG-SUSP-ESTADO
           MOVE TS-FECHA-NUM (WS-IDX-SUSPENSION) TO REG-SUSP-FECHA-NUM
           MOVE TS-FECHA-DESC (WS-IDX-SUSPENSION)
               TO REG-SUSP-FECHA-DESC
           MOVE TS-HISTORIAL (WS-IDX-SUSPENSION)
               TO REG-SUSP-HISTORIAL
           WRITE REG-SUSPENSION
           .
       6100-GRABAR-SUSPENSION-EXIT.EXIT.
           DISPLAY 'TOTAL INHABILES PROXIMA FECHA: '
               WS-CONTADOR-INHABILES
           DISPLAY 'EDICION PROCESADA: ' WS-EDICION-PROCESO
           DISPLAY 'FECHA PROCESADA: ' WS-FECHA-NUMERO
           DISPLAY '***************************************************'
           .

