      * Purpose:  Aplica los movimientos de una fecha (goles,
      *           asistencias y tarjetas por jugador, en
      *           FECHAJUGCOPAM.dat) como deltas sobre los acumulados
      *           del maestro indexado JUGCOPAM-IDX.dat, con lectura y
      *           reescritura directa por REG-TRANS-ID, para no
      *           depender de que la federacion reenvie el roster
      *           completo en cada fecha. El roster secuencial
      *           JUGCOPAM.dat no se toca: DESCARGACOPAM lo regenera
      *           desde el indexado cuando un paso del lote lo
      *           necesita. Deja ademas en ACTUALIZACOPAM-LISTADO.dat
      *           un renglon por movimiento indicando si se aplico o
      *           por que se rechazo.
      * Modification History:
      *   2026-08-23  Aplica tambien los minutos jugados de la fecha
      *               (REG-TRANS-MINUTOS) sobre el acumulado
      *               REG-TRANS-VALLA) sobre los acumulados
      *               REG-JUGCOPAM-GOLC y REG-JUGCOPAM-VALLAS, igual
      *               que ya se hacia con los minutos.
      *   2026-10-15  Los renglones del diario se asientan con estado
      *               'A' (aplicado) y la busqueda de la ultima fecha
      *               asentada saltea los que REVERSIONCOPAM marco como
      *               revertidos, para que la fecha revertida se pueda
      *               volver a aplicar con su mismo numero.
      *   2026-10-15  Los movimientos traen REG-TRANS-ID y se aplican
      *               uno por uno con READ y REWRITE por clave sobre
      *               el maestro indexado JUGCOPAM-IDX.dat, en lugar
      *               de buscarlos por NOMBRE/CLUB/PAIS en una tabla de
      *               500 movimientos recorrida por cada fila del
      *               roster: ya no hay tope de movimientos por fecha
      *               ni se reescribe el roster completo. La edicion
      *               vigente es la mas reciente del indexado. Un
      *               movimiento con ID inexistente (RMID), con PAIS
      *               distinto al del maestro (RMPA) o de un jugador de
      *               otra edicion (RMED) se rechaza al suspenso
      *               JUGCOPAM-SUSPENSO.dat. JUGCOPAM-ACTUALIZADO.dat
      *               lo produce ahora DESCARGACOPAM.
      *   2026-10-15  Cada renglon del diario lleva ademas el club del
      *               jugador en el maestro al aplicar la fecha
      *               (REG-JRNL-CLUB), para la liquidacion por club de
      *               COMPENSACOPAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MOVIMIENTOS ASSIGN TO "FECHAJUGCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT MAESTRO ASSIGN TO "JUGCOPAM-IDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-JUGCOPAM-ID OF REG-MAESTRO
           ALTERNATE RECORD KEY IS REG-JUGCOPAM-PAIS OF REG-MAESTRO
               WITH DUPLICATES
           FILE STATUS FS-MAESTRO.
           SELECT LISTADO ASSIGN TO "ACTUALIZACOPAM-LISTADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
           SELECT SUSPENSO ASSIGN TO "JUGCOPAM-SUSPENSO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENSO.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "JUGCOPAM-TRANS.cpy".

       FD  MAESTRO.
           01  REG-MAESTRO.
               COPY "JUGCOPAM.cpy".

       FD  LISTADO.
       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".

       FD  SUSPENSO.
           01  REG-SUSPENSO.
               COPY "SUSPENSOCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-FIN         VALUE '10'.
           05 FS-MAESTRO                     PIC XX.
               88 FS-MAESTRO-OK              VALUE '00' '02'.
               88 FS-MAESTRO-FIN             VALUE '10'.
               88 FS-MAESTRO-NO-HALLADO      VALUE '23'.
           05 FS-LISTADO                     PIC XX.
               88 FS-LISTADO-OK              VALUE '00'.
           05 FS-DIARIO                      PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.
           05 FS-SUSPENSO                    PIC XX.
               88 FS-SUSPENSO-OK             VALUE '00'.
               88 FS-SUSPENSO-NUEVO          VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-APLICADOS PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-SIN-JUGADOR PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-OTRO-PAIS PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-OTRA-EDICION PIC 9(6) VALUE ZERO.
           05 WS-MOTIVO-SUSPENSO  PIC X(04) VALUE SPACES.
               88 MOVIMIENTO-ACEPTADO VALUE SPACES.
               88 MOTIVO-SIN-JUGADOR  VALUE 'RMID'.
               88 MOTIVO-OTRO-PAIS    VALUE 'RMPA'.
               88 MOTIVO-OTRA-EDICION VALUE 'RMED'.

       01  WS-CONTROL-ENVIO.
           05 WS-EDICION-MAX          PIC 9(04) VALUE ZERO.
           05 WS-EDICION-OBJETIVO     PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-DIARIO.
           05 WS-FECHA-PARAM          PIC 9(02) VALUE ZERO.
           05 WS-FECHA-DIARIO-MAX     PIC 9(02) VALUE ZERO.
           05 WS-FECHA-NUMERO         PIC 9(02) VALUE ZERO.
           05 WS-CONTADOR-DIARIO      PIC 9(6) VALUE ZERO.

       01  WS-LINEA-LISTADO.
           05 WSL-ESTADO PIC X(11).
           05 FILLER     PIC X(04) VALUE ' ID '.
           05 WSL-ID     PIC 9(05).
           05 FILLER     PIC X(09) VALUE ' JUGADOR '.
           05 WSL-NOMBRE PIC X(20).
           05 FILLER     PIC X(06) VALUE ' CLUB '.

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-MOVIMIENTO UNTIL FS-MOVIMIENTOS-FIN.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1050-CARGAR-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-ELEGIR-EDICION.
           PERFORM 1400-PREPARAR-DIARIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           PERFORM 5100-LEER-MOVIMIENTO.
       1000-INICIO-EXIT. EXIT.

       1050-CARGAR-PARAMETROS.
                       FS-MOVIMIENTOS
                   PERFORM 9000-FINAL
               END-IF.
           OPEN I-O MAESTRO
               IF NOT FS-MAESTRO-OK
                   DISPLAY 'ERROR APERTURA MAESTRO FS: ' FS-MAESTRO
                   DISPLAY 'CORRER INDICECOPAM PARA ARMAR EL MAESTRO '
                       'INDEXADO ANTES DE APLICAR LA FECHA'
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT LISTADO
                   DISPLAY 'ERROR APERTURA LISTADO FS: ' FS-LISTADO
                   PERFORM 9000-FINAL
               END-IF.
           OPEN EXTEND SUSPENSO
               IF FS-SUSPENSO-NUEVO
                   OPEN OUTPUT SUSPENSO
               END-IF
               IF NOT FS-SUSPENSO-OK
                   DISPLAY 'ERROR APERTURA SUSPENSO FS: ' FS-SUSPENSO
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

      * Los movimientos de la fecha son de la edicion vigente: la mas
      * reciente del maestro indexado, que guarda la ultima fila
      * recibida de cada jugador. Se la ubica con una pasada
      * secuencial por la clave antes de empezar a aplicar.
       1300-ELEGIR-EDICION.
           PERFORM 5000-LEER-MAESTRO-SIGUIENTE
           PERFORM 1350-RELEVAR-EDICION UNTIL FS-MAESTRO-FIN
           MOVE WS-EDICION-MAX TO WS-EDICION-OBJETIVO
           .
       1300-ELEGIR-EDICION-EXIT.EXIT.

       1350-RELEVAR-EDICION.
           IF REG-JUGCOPAM-EDICION OF REG-MAESTRO > WS-EDICION-MAX
               MOVE REG-JUGCOPAM-EDICION OF REG-MAESTRO
                   TO WS-EDICION-MAX
           END-IF
           PERFORM 5000-LEER-MAESTRO-SIGUIENTE
           .
       1350-RELEVAR-EDICION-EXIT.EXIT.


       1420-RELEVAR-FECHA-DIARIO.
           IF REG-JRNL-EDICION = WS-EDICION-OBJETIVO
               AND REG-JRNL-APLICADO
               AND REG-JRNL-FECHA > WS-FECHA-DIARIO-MAX
               MOVE REG-JRNL-FECHA TO WS-FECHA-DIARIO-MAX
           END-IF
           .
       1420-RELEVAR-FECHA-DIARIO-EXIT.EXIT.

      * Cada movimiento se resuelve apenas se lee: lectura por clave
      * del jugador, controles y reescritura. Si el mismo jugador trae
      * mas de un movimiento (dos fechas acumuladas en el archivo),
      * cada uno suma sobre la fila ya reescrita por el anterior.
       2000-PROCESO-MOVIMIENTO.
           ADD 1 TO WS-TOTAL-MOVIMIENTOS
           MOVE SPACES TO WS-MOTIVO-SUSPENSO
           IF REG-TRANS-ID IS NOT NUMERIC OR REG-TRANS-ID = ZERO
               SET MOTIVO-SIN-JUGADOR TO TRUE
           ELSE
               MOVE REG-TRANS-ID TO REG-JUGCOPAM-ID OF REG-MAESTRO
               READ MAESTRO
               EVALUATE TRUE
                   WHEN FS-MAESTRO-OK
                       PERFORM 2050-CONTROLAR-MOVIMIENTO
                   WHEN FS-MAESTRO-NO-HALLADO
                       SET MOTIVO-SIN-JUGADOR TO TRUE
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
                       PERFORM 9000-FINAL
               END-EVALUATE
           END-IF
           IF MOVIMIENTO-ACEPTADO
               PERFORM 2100-APLICAR-MOVIMIENTO
           ELSE
               PERFORM 2300-RECHAZAR-MOVIMIENTO
           END-IF
           PERFORM 7100-ESCRIBIR-LISTADO
           PERFORM 5100-LEER-MOVIMIENTO
           .
       2000-PROCESO-MOVIMIENTO-EXIT.EXIT.

      * El PAIS de la planilla tiene que coincidir con el del maestro:
      * un ID mal tipeado que cae en un jugador de otro pais no debe
      * sumarle la fecha. Una fila del indexado de una edicion
      * anterior es un jugador que no figura en el plantel vigente.
       2050-CONTROLAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN REG-TRANS-PAIS
                       NOT = REG-JUGCOPAM-PAIS OF REG-MAESTRO
                   SET MOTIVO-OTRO-PAIS TO TRUE
               WHEN REG-JUGCOPAM-EDICION OF REG-MAESTRO
                       NOT = WS-EDICION-OBJETIVO
                   SET MOTIVO-OTRA-EDICION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2050-CONTROLAR-MOVIMIENTO-EXIT.EXIT.

       2100-APLICAR-MOVIMIENTO.
           ADD REG-TRANS-GOLES TO REG-JUGCOPAM-GOLES OF REG-MAESTRO
           ADD REG-TRANS-ASIST TO REG-JUGCOPAM-ASIST OF REG-MAESTRO
           ADD REG-TRANS-TAMA TO REG-JUGCOPAM-TAMA OF REG-MAESTRO
           ADD REG-TRANS-TROJ TO REG-JUGCOPAM-TROJ OF REG-MAESTRO
           ADD REG-TRANS-MINUTOS
               TO REG-JUGCOPAM-MINUTOS OF REG-MAESTRO
           IF REG-TRANS-MINUTOS > ZERO
               ADD 1 TO REG-JUGCOPAM-PARTIDOS OF REG-MAESTRO
           END-IF
           ADD REG-TRANS-GOLC TO REG-JUGCOPAM-GOLC OF REG-MAESTRO
           IF REG-TRANS-VALLA > ZERO
               ADD 1 TO REG-JUGCOPAM-VALLAS OF REG-MAESTRO
           END-IF
           REWRITE REG-MAESTRO
           IF NOT FS-MAESTRO-OK
               DISPLAY 'ERROR REESCRITURA MAESTRO FS: ' FS-MAESTRO
                   ' ID ' REG-TRANS-ID
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-CONTADOR-APLICADOS
           PERFORM 2160-ASENTAR-DIARIO
           .
       2100-APLICAR-MOVIMIENTO-EXIT.EXIT.

       2160-ASENTAR-DIARIO.
           MOVE REG-TRANS-ID TO REG-JRNL-ID
           MOVE WS-EDICION-OBJETIVO TO REG-JRNL-EDICION
           MOVE WS-FECHA-NUMERO TO REG-JRNL-FECHA
           MOVE REG-TRANS-NOMBRE TO REG-JRNL-NOMBRE
           MOVE REG-TRANS-PAIS TO REG-JRNL-PAIS
           MOVE REG-TRANS-GOLES TO REG-JRNL-GOLES
           MOVE REG-TRANS-ASIST TO REG-JRNL-ASIST
           MOVE REG-TRANS-TAMA TO REG-JRNL-TAMA
           MOVE REG-TRANS-TROJ TO REG-JRNL-TROJ
           MOVE REG-TRANS-MINUTOS TO REG-JRNL-MINUTOS
           MOVE REG-TRANS-GOLC TO REG-JRNL-GOLC
           MOVE REG-TRANS-VALLA TO REG-JRNL-VALLA
           MOVE 'A' TO REG-JRNL-ESTADO
           MOVE REG-JUGCOPAM-CLUB OF REG-MAESTRO TO REG-JRNL-CLUB
           WRITE REG-DIARIO
           ADD 1 TO WS-CONTADOR-DIARIO
           .
       2160-ASENTAR-DIARIO-EXIT.EXIT.

      * El movimiento rechazado va al suspenso en el formato del
      * roster: los acumulados llevan los deltas de la fecha.
       2300-RECHAZAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOTIVO-SIN-JUGADOR
                   ADD 1 TO WS-CONTADOR-SIN-JUGADOR
               WHEN MOTIVO-OTRO-PAIS
                   ADD 1 TO WS-CONTADOR-OTRO-PAIS
               WHEN MOTIVO-OTRA-EDICION
                   ADD 1 TO WS-CONTADOR-OTRA-EDICION
           END-EVALUATE
           MOVE WS-FECHA-PROCESO TO REG-SUSPENSO-FECHA
           MOVE 'ACTUALIZACOPAM' TO REG-SUSPENSO-PROGRAMA
           MOVE WS-MOTIVO-SUSPENSO TO REG-SUSPENSO-MOTIVO
           MOVE 'P' TO REG-SUSPENSO-ESTADO
           INITIALIZE REG-SUSPENSO-REGISTRO
           MOVE REG-TRANS-NOMBRE TO REG-SUSPENSO-NOMBRE
           MOVE REG-TRANS-CLUB TO REG-SUSPENSO-CLUB
           MOVE REG-TRANS-PAIS TO REG-SUSPENSO-PAIS
           MOVE REG-TRANS-GOLES TO REG-SUSPENSO-GOLES
           MOVE REG-TRANS-ASIST TO REG-SUSPENSO-ASIST
           MOVE REG-TRANS-TROJ TO REG-SUSPENSO-TROJ
           MOVE REG-TRANS-TAMA TO REG-SUSPENSO-TAMA
           MOVE WS-EDICION-OBJETIVO TO REG-SUSPENSO-EDICION
           IF REG-TRANS-ID IS NUMERIC
               MOVE REG-TRANS-ID TO REG-SUSPENSO-ID
           END-IF
           MOVE REG-TRANS-MINUTOS TO REG-SUSPENSO-MINUTOS
           MOVE REG-TRANS-GOLC TO REG-SUSPENSO-GOLC
           MOVE REG-TRANS-VALLA TO REG-SUSPENSO-VALLAS
           WRITE REG-SUSPENSO
           .
       2300-RECHAZAR-MOVIMIENTO-EXIT.EXIT.

       5000-LEER-MAESTRO-SIGUIENTE.
           READ MAESTRO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   ADD 1 TO WS-CONTADOR-LECTURA
               WHEN FS-MAESTRO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-MAESTRO-SIGUIENTE-EXIT.EXIT.

       5100-LEER-MOVIMIENTO.
           READ MOVIMIENTOS
           .
       5100-LEER-MOVIMIENTO-EXIT.EXIT.

       7100-ESCRIBIR-LISTADO.
           EVALUATE TRUE
               WHEN MOVIMIENTO-ACEPTADO
                   MOVE 'APLICADA   ' TO WSL-ESTADO
               WHEN MOTIVO-SIN-JUGADOR
                   MOVE 'SIN JUGADOR' TO WSL-ESTADO
               WHEN MOTIVO-OTRO-PAIS
                   MOVE 'OTRO PAIS  ' TO WSL-ESTADO
               WHEN MOTIVO-OTRA-EDICION
                   MOVE 'OTRA EDIC. ' TO WSL-ESTADO
           END-EVALUATE
           MOVE ZERO TO WSL-ID
           IF REG-TRANS-ID IS NUMERIC
               MOVE REG-TRANS-ID TO WSL-ID
           END-IF
           MOVE REG-TRANS-NOMBRE TO WSL-NOMBRE
           MOVE REG-TRANS-CLUB TO WSL-CLUB
           MOVE REG-TRANS-PAIS TO WSL-PAIS
           MOVE REG-TRANS-GOLES TO WSL-GOLES
           MOVE REG-TRANS-ASIST TO WSL-ASIST
           MOVE REG-TRANS-TAMA TO WSL-TAMA
           MOVE REG-TRANS-TROJ TO WSL-TROJ
           MOVE REG-TRANS-MINUTOS TO WSL-MINUTOS
           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
           .
       7100-ESCRIBIR-LISTADO-EXIT.EXIT.

       9000-FINAL.
           CLOSE MOVIMIENTOS
           CLOSE MAESTRO
           CLOSE LISTADO
           CLOSE DIARIO
           CLOSE SUSPENSO
           DISPLAY '***************************************************'
           DISPLAY 'EDICION VIGENTE: ' WS-EDICION-OBJETIVO
           DISPLAY 'TOTAL JUGADORES EN MAESTRO: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS: ' WS-TOTAL-MOVIMIENTOS
           DISPLAY 'TOTAL MOVIMIENTOS APLICADOS: '
               WS-CONTADOR-APLICADOS
           DISPLAY 'TOTAL MOVIMIENTOS SIN JUGADOR: '
               WS-CONTADOR-SIN-JUGADOR
           DISPLAY 'TOTAL MOVIMIENTOS CON OTRO PAIS: '
               WS-CONTADOR-OTRO-PAIS
           DISPLAY 'TOTAL MOVIMIENTOS DE OTRA EDICION: '
               WS-CONTADOR-OTRA-EDICION
           DISPLAY 'TOTAL ASENTADOS EN DIARIO FECHA ' WS-FECHA-NUMERO
               ': ' WS-CONTADOR-DIARIO
           DISPLAY '***************************************************'
