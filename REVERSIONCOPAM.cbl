      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Reversion de una fecha aplicada por error: cuando la
      *           federacion manda un FECHAJUGCOPAM.dat equivocado
      *           (otra fecha, o la misma planilla dos veces) y
      *           ACTUALIZACOPAM ya sumo sus deltas, toma la edicion y
      *           el numero de fecha de las claves REVERSION-EDICION y
      *           REVERSION-FECHA de PARAMETROSCOPAM.dat, lee los
      *           renglones de esa fecha en el diario permanente
      *           JUGCOPAM-DIARIO.dat y resta exactamente esos goles,
      *           asistencias, tarjetas, minutos, partidos, goles
      *           recibidos y vallas invictas del maestro indexado
      *           JUGCOPAM-IDX.dat, leyendo y reescribiendo por ID la
      *           fila de cada jugador. Los renglones del diario no
      *           se borran: quedan marcados como revertidos
      *           (REG-JRNL-ESTADO). Deshace ademas lo que
      *           SUSPENSIONCOPAM hizo a partir de esa fecha en
      *           SUSPENSIONESCOPAM.dat: anula las suspensiones que se
      *           abrieron en ella y devuelve la fecha descontada a las
      *           que la computaron como cumplida, y regenera
      *           SUSPENSIONCOPAM-INHABILES.dat. Todo lo revertido
      *           queda en REVERSIONCOPAM-LISTADO.dat. Sin alguna de
      *           las dos claves la corrida aborta con codigo 12: la
      *           reversion tiene que ser explicita. Termina con
      *           codigo 8 si algun renglon no encontro al jugador en
      *           el roster o tuvo que ajustarse a cero. Las fechas se
      *           revierten de la mas nueva a la mas vieja: si el
      *           diario tiene renglones aplicados de una fecha
      *           posterior de la misma edicion, aborta con codigo 12
      *           sin tocar el maestro.
      * Modification History:
      *   2026-10-15  La reversion trabaja sobre el maestro indexado
      *               JUGCOPAM-IDX.dat, igual que ACTUALIZACOPAM: cada
      *               renglon del diario se resuelve con una lectura
      *               por ID y la reescritura de la fila. Ya no se
      *               recorre JUGCOPAM.dat ni se graba
      *               JUGCOPAM-REVERTIDO.dat; el roster secuencial lo
      *               regenera DESCARGACOPAM. Un renglon sin ID, o cuyo
      *               jugador esta en el indexado con otra edicion,
      *               queda SIN JUGADOR.
      *   2026-10-15  Se controla el orden de reversion: si en el
      *               diario quedan renglones aplicados de una fecha
      *               posterior de la edicion, la corrida aborta con
      *               codigo 12 antes de abrir el maestro, porque la
      *               suspension abierta en la fecha revertida y ya
      *               descontada en la siguiente no se podria deshacer.
      *   2026-10-15  La fecha devuelta a una suspension se saca de su
      *               historial de fechas cumplidas (SUSPCOPAM.cpy) y
      *               la ultima descontada pasa a ser la anterior del
      *               historial, para poder revertir varias fechas
      *               seguidas. Si la edicion tiene una suspension
      *               abierta antes de la fecha revertida, con fechas
      *               cumplidas pero sin la ultima descontada conocida
      *               (grabada sin historial), la corrida aborta con
      *               codigo 12 antes de abrir el maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSIONCOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "JUGCOPAM-IDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-JUGCOPAM-ID OF REG-MAESTRO
           ALTERNATE RECORD KEY IS REG-JUGCOPAM-PAIS OF REG-MAESTRO
               WITH DUPLICATES
           FILE STATUS FS-MAESTRO.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
           SELECT TRABAJO ASSIGN TO "JUGCOPAM-DIARIO-TRABAJO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
           SELECT SUSPENSIONES ASSIGN TO "SUSPENSIONESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUSPENSIONES.
           SELECT INHABILES ASSIGN TO "SUSPENSIONCOPAM-INHABILES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INHABILES.
           SELECT LISTADO ASSIGN TO "REVERSIONCOPAM-LISTADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           01  REG-MAESTRO.
               COPY "JUGCOPAM.cpy".

       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".

       FD  TRABAJO.
           01  REG-TRABAJO PIC X(100).

       FD  SUSPENSIONES.
           01  REG-SUSPENSION.
               COPY "SUSPCOPAM.cpy".

       FD  INHABILES.
           01  REG-INHABIL PIC X(120).

       FD  LISTADO.
           01  REG-LISTADO PIC X(120).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MAESTRO                     PIC XX.
               88 FS-MAESTRO-OK              VALUE '00' '02'.
               88 FS-MAESTRO-NO-HALLADO      VALUE '23'.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
           05 FS-TRABAJO                     PIC XX.
               88 FS-TRABAJO-OK              VALUE '00'.
               88 FS-TRABAJO-FIN             VALUE '10'.
           05 FS-SUSPENSIONES                PIC XX.
               88 FS-SUSPENSIONES-OK         VALUE '00'.
               88 FS-SUSPENSIONES-FIN        VALUE '10'.
               88 FS-SUSPENSIONES-AUSENTE    VALUE '05' '35'.
           05 FS-INHABILES                   PIC XX.
               88 FS-INHABILES-OK            VALUE '00'.
           05 FS-LISTADO                     PIC XX.
               88 FS-LISTADO-OK              VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-REESCRITOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-DIARIO  PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-REVERTIDOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-AJUSTADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-SIN-JUGADOR PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-MARCADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-ANULADAS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-DEVUELTAS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-INHABILES PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RENGLONES  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-SUSPENSIONES PIC 9(4) VALUE ZERO.
           05 WS-IDX-RENGLON      PIC 9(4).
           05 WS-IDX-SUSPENSION   PIC 9(4).
           05 WS-NRO-COINCIDENCIA PIC 9(4) VALUE ZERO.
           05 WS-EDICION-REVERSA  PIC 9(04) VALUE ZERO.
           05 WS-FECHA-REVERSA    PIC 9(02) VALUE ZERO.
           05 WS-FECHA-MAX-APLICADA PIC 9(02) VALUE ZERO.
           05 WS-NRO-CUMPLIDA     PIC 9(02).
           05 WS-CONTADOR-SIN-HISTORIAL PIC 9(4) VALUE ZERO.
           05 WS-FECHA-PROCESO    PIC 9(08) VALUE ZERO.
           05 WS-HAY-SUSPENSIONES PIC X VALUE 'N'.
               88 HAY-SUSPENSIONES VALUE 'S'.
           05 WS-HUBO-AJUSTE      PIC X VALUE 'N'.
               88 HUBO-AJUSTE     VALUE 'S'.

      * Renglones aplicados del diario para la edicion y fecha que se
      * revierten, en el mismo orden en que estan en el diario: la
      * pasada de marcado vuelve a recorrerlo y el n-esimo renglon que
      * coincide es el n-esimo de la tabla.
       01  TABLA-REVERSA.
           05 TAB-REVERSA OCCURS 1000 TIMES.
               10 TR-ID        PIC 9(05).
               10 TR-NOMBRE    PIC X(20).
               10 TR-PAIS      PIC X(03).
               10 TR-GOLES     PIC 9(02).
               10 TR-ASIST     PIC 9(02).
               10 TR-TAMA      PIC 9(02).
               10 TR-TROJ      PIC 9(02).
               10 TR-MINUTOS   PIC 9(03).
               10 TR-GOLC      PIC 9(02).
               10 TR-VALLA     PIC 9(01).
               10 TR-ESTADO    PIC X(01).
                   88 TR-PENDIENTE    VALUE 'P'.
                   88 TR-YA-REVERTIDO VALUE 'R' 'J'.
                   88 TR-AJUSTADO     VALUE 'J'.

       01  TABLA-SUSPENSIONES.
           05 TAB-SUSPENSION OCCURS 500 TIMES.
               10 TS-ID        PIC 9(05).
               10 TS-NOMBRE    PIC X(20).
               10 TS-PAIS      PIC X(03).
               10 TS-EDICION   PIC 9(04).
               10 TS-TIPO      PIC X(04).
               10 TS-FECHA-ALTA PIC 9(08).
               10 TS-FECHAS-TOTAL PIC 9(02).
               10 TS-PENDIENTES PIC 9(02).
               10 TS-TARJETAS-BASE PIC 9(02).
               10 TS-ESTADO    PIC X(01).
                   88 TS-ABIERTA  VALUE 'A'.
                   88 TS-CUMPLIDA VALUE 'C'.
               10 TS-FECHA-NUM PIC 9(02).
               10 TS-FECHA-DESC PIC 9(02).
               10 TS-HISTORIAL.
                   15 TS-FECHA-CUMPLIDA PIC 9(02) OCCURS 10 TIMES.
               10 TS-ANULADA   PIC X(01).
                   88 TS-ES-ANULADA VALUE 'S'.

       01  WS-CABECERA-LISTADO.
           05 FILLER       PIC X(19) VALUE 'REVERSION DE FECHA '.
           05 WSH-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(09) VALUE ' PROCESO '.
           05 WSH-PROCESO  PIC 9(08).

       01  WS-LINEA-REVERSA.
           05 WSL-ESTADO   PIC X(11).
           05 FILLER       PIC X(04) VALUE ' ID '.
           05 WSL-ID       PIC 9(05).
           05 FILLER       PIC X(09) VALUE ' JUGADOR '.
           05 WSL-NOMBRE   PIC X(20).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSL-PAIS     PIC X(03).
           05 FILLER       PIC X(07) VALUE ' GOLES '.
           05 WSL-GOLES    PIC 9(02).
           05 FILLER       PIC X(07) VALUE ' ASIST '.
           05 WSL-ASIST    PIC 9(02).
           05 FILLER       PIC X(06) VALUE ' AMAR '.
           05 WSL-TAMA     PIC 9(02).
           05 FILLER       PIC X(07) VALUE ' ROJAS '.
           05 WSL-TROJ     PIC 9(02).
           05 FILLER       PIC X(05) VALUE ' MIN '.
           05 WSL-MINUTOS  PIC 9(03).
           05 FILLER       PIC X(06) VALUE ' GOLC '.
           05 WSL-GOLC     PIC 9(02).
           05 FILLER       PIC X(07) VALUE ' VALLA '.
           05 WSL-VALLA    PIC 9(01).

       01  WS-LINEA-SUSPENSION.
           05 WSS-ACCION   PIC X(18).
           05 FILLER       PIC X(04) VALUE ' ID '.
           05 WSS-ID       PIC 9(05).
           05 FILLER       PIC X(09) VALUE ' JUGADOR '.
           05 WSS-NOMBRE   PIC X(20).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSS-PAIS     PIC X(03).
           05 FILLER       PIC X(05) VALUE ' POR '.
           05 WSS-TIPO     PIC X(04).
           05 FILLER       PIC X(12) VALUE ' PENDIENTES '.
           05 WSS-PENDIENTES PIC 9(02).
           05 FILLER       PIC X(10) VALUE ' DE TOTAL '.
           05 WSS-TOTAL    PIC 9(02).

       01  WS-LINEA-TOTAL-1.
           05 FILLER       PIC X(24)
               VALUE 'RENGLONES DE LA FECHA   '.
           05 WST1-RENGLONES PIC 9(04).
           05 FILLER       PIC X(12) VALUE ' REVERTIDOS '.
           05 WST1-REVERTIDOS PIC 9(04).
           05 FILLER       PIC X(11) VALUE ' AJUSTADOS '.
           05 WST1-AJUSTADOS PIC 9(04).
           05 FILLER       PIC X(13) VALUE ' SIN JUGADOR '.
           05 WST1-SIN-JUGADOR PIC 9(04).

       01  WS-LINEA-TOTAL-2.
           05 FILLER       PIC X(24)
               VALUE 'SUSPENSIONES ANULADAS   '.
           05 WST2-ANULADAS PIC 9(04).
           05 FILLER       PIC X(18) VALUE ' FECHAS DEVUELTAS '.
           05 WST2-DEVUELTAS PIC 9(04).

      * Mismo formato que la lista de SUSPENSIONCOPAM, que la
      * reversion regenera cuando toca suspensiones.
       01  WS-CABECERA-INHABILES.
           05 FILLER            PIC X(40)
               VALUE 'INHABILITADOS PARA LA PROXIMA FECHA EDIC'.
           05 FILLER            PIC X(04) VALUE 'ION '.
           05 WSCI-EDICION      PIC 9(04).

       01  WS-LINEA-INHABIL.
           05 FILLER      PIC X(03) VALUE 'ID '.
           05 WSI-ID      PIC 9(05).
           05 FILLER      PIC X(09) VALUE ' JUGADOR '.
           05 WSI-NOMBRE  PIC X(20).
           05 FILLER      PIC X(06) VALUE ' PAIS '.
           05 WSI-PAIS    PIC X(03).
           05 FILLER      PIC X(05) VALUE ' POR '.
           05 WSI-TIPO    PIC X(04).
           05 FILLER      PIC X(12) VALUE ' PENDIENTES '.
           05 WSI-PENDIENTES PIC 9(02).
           05 FILLER      PIC X(10) VALUE ' DE TOTAL '.
           05 WSI-TOTAL   PIC 9(02).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-REVERTIR-RENGLON
           VARYING WS-IDX-RENGLON FROM 1 BY 1
           UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES.
       PERFORM 6200-LISTAR-RENGLONES.
       PERFORM 6500-REVERTIR-SUSPENSIONES.
       PERFORM 7000-MARCAR-DIARIO.
       PERFORM 7800-LISTAR-TOTALES.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           IF WS-EDICION-REVERSA = ZERO OR WS-FECHA-REVERSA = ZERO
               DISPLAY 'SIN CLAVES REVERSION-EDICION Y REVERSION-FECHA'
                   ' EN PARAMETROS, SE ABORTA LA REVERSION'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 1300-CARGAR-DIARIO.
           IF WS-TOTAL-RENGLONES = ZERO
               DISPLAY 'EL DIARIO NO TIENE RENGLONES APLICADOS DE LA '
                   'FECHA ' WS-FECHA-REVERSA ' EDICION '
                   WS-EDICION-REVERSA ', NO HAY NADA QUE REVERTIR'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           IF WS-FECHA-MAX-APLICADA > WS-FECHA-REVERSA
               DISPLAY 'LA FECHA ' WS-FECHA-MAX-APLICADA ' EDICION '
                   WS-EDICION-REVERSA ' SIGUE APLICADA, REVERTIR '
                   'PRIMERO LAS FECHAS POSTERIORES A LA '
                   WS-FECHA-REVERSA
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 1400-CARGAR-SUSPENSIONES.
           PERFORM 1500-CONTROLAR-SUSPENSIONES.
           IF WS-CONTADOR-SIN-HISTORIAL > ZERO
               DISPLAY 'HAY ' WS-CONTADOR-SIN-HISTORIAL ' SUSPENSIONES'
                   ' SIN LA ULTIMA FECHA CUMPLIDA, REVISAR A MANO '
                   'ANTES DE REVERTIR LA FECHA ' WS-FECHA-REVERSA
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-REVERSA TO WSH-FECHA.
           MOVE WS-EDICION-REVERSA TO WSH-EDICION.
           MOVE WS-FECHA-PROCESO TO WSH-PROCESO.
           WRITE REG-LISTADO FROM WS-CABECERA-LISTADO.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN I-O MAESTRO
               IF NOT FS-MAESTRO-OK
                   DISPLAY 'ERROR APERTURA MAESTRO FS: ' FS-MAESTRO
                   DISPLAY 'CORRER INDICECOPAM PARA ARMAR EL MAESTRO '
                       'INDEXADO ANTES DE REVERTIR'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT LISTADO
               IF NOT FS-LISTADO-OK
                   DISPLAY 'ERROR APERTURA LISTADO FS: ' FS-LISTADO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

       1200-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   PERFORM 1250-LEER-PARAMETRO
                   PERFORM 1260-APLICAR-PARAMETRO
                       UNTIL FS-PARAMETROS-FIN
                   CLOSE PARAMETROS
               WHEN FS-PARAMETROS-AUSENTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA PARAMETROS FS: '
                       FS-PARAMETROS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1200-CARGAR-PARAMETROS-EXIT.EXIT.

       1250-LEER-PARAMETRO.
           READ PARAMETROS
           EVALUATE TRUE
               WHEN FS-PARAMETROS-OK
                   CONTINUE
               WHEN FS-PARAMETROS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PARAMETROS FS '
                       FS-PARAMETROS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1250-LEER-PARAMETRO-EXIT.EXIT.

      * Un numero de fecha fuera del rango 1-99 se ignora y, como la
      * clave queda en cero, la corrida aborta.
       1260-APLICAR-PARAMETRO.
           EVALUATE REG-PARAM-CLAVE
               WHEN 'REVERSION-EDICION'
                   IF REG-PARAM-VALOR IS NUMERIC
                       MOVE REG-PARAM-VALOR TO WS-EDICION-REVERSA
                   END-IF
               WHEN 'REVERSION-FECHA'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR >= 1
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FECHA-REVERSA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Solo entran los renglones todavia aplicados: una fecha que ya
      * se revirtio y se volvio a aplicar conserva los renglones
      * viejos marcados, y esos no se restan de nuevo. De paso se
      * toma la fecha aplicada mas alta de la edicion para controlar
      * el orden de reversion.
       1300-CARGAR-DIARIO.
           OPEN INPUT DIARIO
               IF NOT FS-DIARIO-OK
                   DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
           PERFORM 5100-LEER-DIARIO
           PERFORM 1350-GUARDAR-RENGLON UNTIL FS-DIARIO-FIN
           CLOSE DIARIO
           .
       1300-CARGAR-DIARIO-EXIT.EXIT.

       1350-GUARDAR-RENGLON.
           IF REG-JRNL-EDICION = WS-EDICION-REVERSA
               AND REG-JRNL-APLICADO
               AND REG-JRNL-FECHA > WS-FECHA-MAX-APLICADA
               MOVE REG-JRNL-FECHA TO WS-FECHA-MAX-APLICADA
           END-IF
           IF REG-JRNL-EDICION = WS-EDICION-REVERSA
               AND REG-JRNL-FECHA = WS-FECHA-REVERSA
               AND REG-JRNL-APLICADO
               IF WS-TOTAL-RENGLONES >= 1000
                   DISPLAY 'TABLA DE RENGLONES LLENA, SE EXCEDE EL '
                       'LIMITE DE 1000 RENGLONES POR FECHA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-RENGLONES
               MOVE REG-JRNL-ID      TO TR-ID      (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-NOMBRE  TO TR-NOMBRE  (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-PAIS    TO TR-PAIS    (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-GOLES   TO TR-GOLES   (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-ASIST   TO TR-ASIST   (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-TAMA    TO TR-TAMA    (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-TROJ    TO TR-TROJ    (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-MINUTOS TO TR-MINUTOS (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-GOLC    TO TR-GOLC    (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-VALLA   TO TR-VALLA   (WS-TOTAL-RENGLONES)
               MOVE 'P' TO TR-ESTADO (WS-TOTAL-RENGLONES)
           END-IF
           PERFORM 5100-LEER-DIARIO
           .
       1350-GUARDAR-RENGLON-EXIT.EXIT.

      * Sin maestro de suspensiones (SUSPENSIONCOPAM nunca corrio) no
      * hay sanciones que deshacer.
       1400-CARGAR-SUSPENSIONES.
           OPEN INPUT SUSPENSIONES
           EVALUATE TRUE
               WHEN FS-SUSPENSIONES-OK
                   SET HAY-SUSPENSIONES TO TRUE
                   PERFORM 1450-LEER-SUSPENSION
                   PERFORM 1460-GUARDAR-SUSPENSION
                       UNTIL FS-SUSPENSIONES-FIN
                   CLOSE SUSPENSIONES
               WHEN FS-SUSPENSIONES-AUSENTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA SUSPENSIONES FS: '
                       FS-SUSPENSIONES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1400-CARGAR-SUSPENSIONES-EXIT.EXIT.

       1450-LEER-SUSPENSION.
           READ SUSPENSIONES
           EVALUATE TRUE
               WHEN FS-SUSPENSIONES-OK
                   CONTINUE
               WHEN FS-SUSPENSIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA SUSPENSIONES FS '
                       FS-SUSPENSIONES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1450-LEER-SUSPENSION-EXIT.EXIT.

       1460-GUARDAR-SUSPENSION.
           IF WS-TOTAL-SUSPENSIONES >= 500
               DISPLAY 'TABLA DE SUSPENSIONES LLENA, SE EXCEDE EL '
                   'LIMITE DE 500 SUSPENSIONES'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-SUSPENSIONES
           MOVE REG-SUSP-ID TO TS-ID (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-NOMBRE TO TS-NOMBRE (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-PAIS TO TS-PAIS (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-EDICION
               TO TS-EDICION (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-TIPO TO TS-TIPO (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-FECHA-ALTA
               TO TS-FECHA-ALTA (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-FECHAS-TOTAL
               TO TS-FECHAS-TOTAL (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-PENDIENTES
               TO TS-PENDIENTES (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-TARJETAS-BASE
               TO TS-TARJETAS-BASE (WS-TOTAL-SUSPENSIONES)
           MOVE REG-SUSP-ESTADO TO TS-ESTADO (WS-TOTAL-SUSPENSIONES)
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
           MOVE 'N' TO TS-ANULADA (WS-TOTAL-SUSPENSIONES)
           PERFORM 1450-LEER-SUSPENSION
           .
       1460-GUARDAR-SUSPENSION-EXIT.EXIT.

      * Una suspension de la edicion abierta antes de la fecha que se
      * revierte, con fechas ya cumplidas pero sin ultima fecha
      * descontada, no permite saber si la fecha revertida fue una de
      * las cumplidas: pasa con las grabadas sin historial, despues de
      * que una reversion anterior les devolvio la ultima. Se informa
      * cada una y la corrida no sigue.
       1500-CONTROLAR-SUSPENSIONES.
           PERFORM 1550-CONTROLAR-SUSPENSION
               VARYING WS-IDX-SUSPENSION FROM 1 BY 1
               UNTIL WS-IDX-SUSPENSION > WS-TOTAL-SUSPENSIONES
           .
       1500-CONTROLAR-SUSPENSIONES-EXIT.EXIT.

       1550-CONTROLAR-SUSPENSION.
           IF TS-EDICION (WS-IDX-SUSPENSION) = WS-EDICION-REVERSA
               AND TS-FECHA-DESC (WS-IDX-SUSPENSION) = ZERO
               AND TS-PENDIENTES (WS-IDX-SUSPENSION)
                       < TS-FECHAS-TOTAL (WS-IDX-SUSPENSION)
               AND TS-FECHA-NUM (WS-IDX-SUSPENSION)
                       < WS-FECHA-REVERSA
               ADD 1 TO WS-CONTADOR-SIN-HISTORIAL
               DISPLAY 'REVISAR MANUAL ID ' TS-ID (WS-IDX-SUSPENSION)
                   ' ' TS-NOMBRE (WS-IDX-SUSPENSION)
                   ' POR ' TS-TIPO (WS-IDX-SUSPENSION)
                   ' PENDIENTES ' TS-PENDIENTES (WS-IDX-SUSPENSION)
                   ' DE ' TS-FECHAS-TOTAL (WS-IDX-SUSPENSION)
           END-IF
           .
       1550-CONTROLAR-SUSPENSION-EXIT.EXIT.

      * El renglon del diario lleva el ID del jugador sobre el que
      * cayo el delta; se lee esa fila del indexado y, si es de la
      * edicion que se revierte, se restan los deltas y se reescribe.
      * Dos renglones del mismo jugador en la fecha se restan cada uno
      * sobre la fila ya reescrita por el anterior.
       2000-REVERTIR-RENGLON.
           IF TR-ID (WS-IDX-RENGLON) > ZERO
               MOVE TR-ID (WS-IDX-RENGLON)
                   TO REG-JUGCOPAM-ID OF REG-MAESTRO
               READ MAESTRO
               EVALUATE TRUE
                   WHEN FS-MAESTRO-OK
                       ADD 1 TO WS-CONTADOR-LECTURA
                       IF REG-JUGCOPAM-EDICION OF REG-MAESTRO
                               = WS-EDICION-REVERSA
                           PERFORM 2150-RESTAR-DELTAS
                           PERFORM 2200-REESCRIBIR-MAESTRO
                       END-IF
                   WHEN FS-MAESTRO-NO-HALLADO
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
               END-EVALUATE
           END-IF
           .
       2000-REVERTIR-RENGLON-EXIT.EXIT.

      * Si el roster ya no tiene lo que se quiere restar (por ejemplo,
      * se restauro a mano despues de la fecha) el acumulado queda en
      * cero en lugar de dar la vuelta, y el renglon sale AJUSTADO en
      * el listado para que la mesa lo revise.
       2150-RESTAR-DELTAS.
           MOVE 'N' TO WS-HUBO-AJUSTE
           IF REG-JUGCOPAM-GOLES OF REG-MAESTRO
                   < TR-GOLES (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-GOLES OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-GOLES (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-GOLES OF REG-MAESTRO
           END-IF
           IF REG-JUGCOPAM-ASIST OF REG-MAESTRO
                   < TR-ASIST (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-ASIST OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-ASIST (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-ASIST OF REG-MAESTRO
           END-IF
           IF REG-JUGCOPAM-TAMA OF REG-MAESTRO
                   < TR-TAMA (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-TAMA OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-TAMA (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-TAMA OF REG-MAESTRO
           END-IF
           IF REG-JUGCOPAM-TROJ OF REG-MAESTRO
                   < TR-TROJ (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-TROJ OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-TROJ (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-TROJ OF REG-MAESTRO
           END-IF
           IF REG-JUGCOPAM-MINUTOS OF REG-MAESTRO
                   < TR-MINUTOS (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-MINUTOS OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-MINUTOS (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-MINUTOS OF REG-MAESTRO
           END-IF
           IF TR-MINUTOS (WS-IDX-RENGLON) > ZERO
               IF REG-JUGCOPAM-PARTIDOS OF REG-MAESTRO = ZERO
                   SET HUBO-AJUSTE TO TRUE
               ELSE
                   SUBTRACT 1 FROM REG-JUGCOPAM-PARTIDOS OF REG-MAESTRO
               END-IF
           END-IF
           IF REG-JUGCOPAM-GOLC OF REG-MAESTRO
                   < TR-GOLC (WS-IDX-RENGLON)
               MOVE ZERO TO REG-JUGCOPAM-GOLC OF REG-MAESTRO
               SET HUBO-AJUSTE TO TRUE
           ELSE
               SUBTRACT TR-GOLC (WS-IDX-RENGLON)
                   FROM REG-JUGCOPAM-GOLC OF REG-MAESTRO
           END-IF
           IF TR-VALLA (WS-IDX-RENGLON) > ZERO
               IF REG-JUGCOPAM-VALLAS OF REG-MAESTRO = ZERO
                   SET HUBO-AJUSTE TO TRUE
               ELSE
                   SUBTRACT 1 FROM REG-JUGCOPAM-VALLAS OF REG-MAESTRO
               END-IF
           END-IF
           IF HUBO-AJUSTE
               MOVE 'J' TO TR-ESTADO (WS-IDX-RENGLON)
               ADD 1 TO WS-CONTADOR-AJUSTADOS
           ELSE
               MOVE 'R' TO TR-ESTADO (WS-IDX-RENGLON)
           END-IF
           ADD 1 TO WS-CONTADOR-REVERTIDOS
           .
       2150-RESTAR-DELTAS-EXIT.EXIT.

       2200-REESCRIBIR-MAESTRO.
           REWRITE REG-MAESTRO
           IF NOT FS-MAESTRO-OK
               DISPLAY 'ERROR REESCRITURA MAESTRO FS: ' FS-MAESTRO
                   ' ID ' TR-ID (WS-IDX-RENGLON)
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-CONTADOR-REESCRITOS
           .
       2200-REESCRIBIR-MAESTRO-EXIT.EXIT.

       5100-LEER-DIARIO.
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
       5100-LEER-DIARIO-EXIT.EXIT.

       5200-LEER-TRABAJO.
           READ TRABAJO
           EVALUATE TRUE
               WHEN FS-TRABAJO-OK
                   CONTINUE
               WHEN FS-TRABAJO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA TRABAJO FS ' FS-TRABAJO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5200-LEER-TRABAJO-EXIT.EXIT.

       6200-LISTAR-RENGLONES.
           PERFORM 6250-ESCRIBIR-RENGLON
               VARYING WS-IDX-RENGLON FROM 1 BY 1
               UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           .
       6200-LISTAR-RENGLONES-EXIT.EXIT.

       6250-ESCRIBIR-RENGLON.
           EVALUATE TRUE
               WHEN TR-AJUSTADO (WS-IDX-RENGLON)
                   MOVE 'AJUSTADA   ' TO WSL-ESTADO
               WHEN TR-YA-REVERTIDO (WS-IDX-RENGLON)
                   MOVE 'REVERTIDA  ' TO WSL-ESTADO
               WHEN OTHER
                   MOVE 'SIN JUGADOR' TO WSL-ESTADO
                   ADD 1 TO WS-CONTADOR-SIN-JUGADOR
           END-EVALUATE
           MOVE TR-ID      (WS-IDX-RENGLON) TO WSL-ID
           MOVE TR-NOMBRE  (WS-IDX-RENGLON) TO WSL-NOMBRE
           MOVE TR-PAIS    (WS-IDX-RENGLON) TO WSL-PAIS
           MOVE TR-GOLES   (WS-IDX-RENGLON) TO WSL-GOLES
           MOVE TR-ASIST   (WS-IDX-RENGLON) TO WSL-ASIST
           MOVE TR-TAMA    (WS-IDX-RENGLON) TO WSL-TAMA
           MOVE TR-TROJ    (WS-IDX-RENGLON) TO WSL-TROJ
           MOVE TR-MINUTOS (WS-IDX-RENGLON) TO WSL-MINUTOS
           MOVE TR-GOLC    (WS-IDX-RENGLON) TO WSL-GOLC
           MOVE TR-VALLA   (WS-IDX-RENGLON) TO WSL-VALLA
           WRITE REG-LISTADO FROM WS-LINEA-REVERSA
           .
       6250-ESCRIBIR-RENGLON-EXIT.EXIT.

      * Una suspension abierta en la fecha revertida se anula (no se
      * graba de nuevo); una que computo esa fecha como cumplida
      * recupera la fecha pendiente y vuelve a quedar abierta. La
      * fecha se reconoce en el historial, en la posicion de la ultima
      * cumplida (total menos pendientes), y al sacarla la anterior
      * del historial pasa a ser la ultima descontada; por eso las
      * fechas se revierten de la mas nueva a la mas vieja
      * (1000-INICIO aborta si queda aplicada una fecha posterior).
      * Una suspension grabada sin historial, o cumplida mas alla de
      * la decima fecha, solo se reconoce por la ultima descontada:
      * despues de devolverla queda sin ultima conocida y la proxima
      * reversion de la edicion aborta en 1500-CONTROLAR-SUSPENSIONES.
      * Si hubo cambios se regraba el maestro y se regenera la lista
      * de inhabilitados.
       6500-REVERTIR-SUSPENSIONES.
           IF HAY-SUSPENSIONES
               PERFORM 6550-REVERTIR-SUSPENSION
                   VARYING WS-IDX-SUSPENSION FROM 1 BY 1
                   UNTIL WS-IDX-SUSPENSION > WS-TOTAL-SUSPENSIONES
               IF WS-CONTADOR-ANULADAS > ZERO
                   OR WS-CONTADOR-DEVUELTAS > ZERO
                   PERFORM 6600-GRABAR-SUSPENSIONES
                   PERFORM 6800-LISTAR-INHABILES
               END-IF
           END-IF
           .
       6500-REVERTIR-SUSPENSIONES-EXIT.EXIT.

       6550-REVERTIR-SUSPENSION.
           IF TS-EDICION (WS-IDX-SUSPENSION) = WS-EDICION-REVERSA
               MOVE ZERO TO WS-NRO-CUMPLIDA
               IF TS-PENDIENTES (WS-IDX-SUSPENSION)
                       < TS-FECHAS-TOTAL (WS-IDX-SUSPENSION)
                   COMPUTE WS-NRO-CUMPLIDA =
                       TS-FECHAS-TOTAL (WS-IDX-SUSPENSION)
                       - TS-PENDIENTES (WS-IDX-SUSPENSION)
               END-IF
               EVALUATE TRUE
                   WHEN TS-FECHA-NUM (WS-IDX-SUSPENSION)
                           = WS-FECHA-REVERSA
                       MOVE 'S' TO TS-ANULADA (WS-IDX-SUSPENSION)
                       ADD 1 TO WS-CONTADOR-ANULADAS
                       MOVE 'SUSPENSION ANULADA' TO WSS-ACCION
                       PERFORM 6570-LISTAR-SUSPENSION
                   WHEN WS-NRO-CUMPLIDA >= 1 AND WS-NRO-CUMPLIDA <= 10
                       AND TS-FECHA-CUMPLIDA
                           (WS-IDX-SUSPENSION, WS-NRO-CUMPLIDA)
                           = WS-FECHA-REVERSA
                       PERFORM 6560-DEVOLVER-DEL-HISTORIAL
                   WHEN TS-FECHA-DESC (WS-IDX-SUSPENSION)
                           = WS-FECHA-REVERSA
                       ADD 1 TO TS-PENDIENTES (WS-IDX-SUSPENSION)
                       MOVE 'A' TO TS-ESTADO (WS-IDX-SUSPENSION)
                       MOVE ZERO TO TS-FECHA-DESC (WS-IDX-SUSPENSION)
                       ADD 1 TO WS-CONTADOR-DEVUELTAS
                       MOVE 'FECHA DEVUELTA    ' TO WSS-ACCION
                       PERFORM 6570-LISTAR-SUSPENSION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       6550-REVERTIR-SUSPENSION-EXIT.EXIT.

       6560-DEVOLVER-DEL-HISTORIAL.
           MOVE ZERO TO TS-FECHA-CUMPLIDA
               (WS-IDX-SUSPENSION, WS-NRO-CUMPLIDA)
           IF WS-NRO-CUMPLIDA > 1
               SUBTRACT 1 FROM WS-NRO-CUMPLIDA
               MOVE TS-FECHA-CUMPLIDA
                   (WS-IDX-SUSPENSION, WS-NRO-CUMPLIDA)
                   TO TS-FECHA-DESC (WS-IDX-SUSPENSION)
           ELSE
               MOVE ZERO TO TS-FECHA-DESC (WS-IDX-SUSPENSION)
           END-IF
           ADD 1 TO TS-PENDIENTES (WS-IDX-SUSPENSION)
           MOVE 'A' TO TS-ESTADO (WS-IDX-SUSPENSION)
           ADD 1 TO WS-CONTADOR-DEVUELTAS
           MOVE 'FECHA DEVUELTA    ' TO WSS-ACCION
           PERFORM 6570-LISTAR-SUSPENSION
           .
       6560-DEVOLVER-DEL-HISTORIAL-EXIT.EXIT.

       6570-LISTAR-SUSPENSION.
           MOVE TS-ID (WS-IDX-SUSPENSION) TO WSS-ID
           MOVE TS-NOMBRE (WS-IDX-SUSPENSION) TO WSS-NOMBRE
           MOVE TS-PAIS (WS-IDX-SUSPENSION) TO WSS-PAIS
           MOVE TS-TIPO (WS-IDX-SUSPENSION) TO WSS-TIPO
           MOVE TS-PENDIENTES (WS-IDX-SUSPENSION) TO WSS-PENDIENTES
           MOVE TS-FECHAS-TOTAL (WS-IDX-SUSPENSION) TO WSS-TOTAL
           WRITE REG-LISTADO FROM WS-LINEA-SUSPENSION
           .
       6570-LISTAR-SUSPENSION-EXIT.EXIT.

       6600-GRABAR-SUSPENSIONES.
           OPEN OUTPUT SUSPENSIONES
           IF NOT FS-SUSPENSIONES-OK
               DISPLAY 'ERROR REAPERTURA SUSPENSIONES FS: '
                   FS-SUSPENSIONES
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 6650-GRABAR-SUSPENSION
               VARYING WS-IDX-SUSPENSION FROM 1 BY 1
               UNTIL WS-IDX-SUSPENSION > WS-TOTAL-SUSPENSIONES
           CLOSE SUSPENSIONES
           .
       6600-GRABAR-SUSPENSIONES-EXIT.EXIT.

       6650-GRABAR-SUSPENSION.
           IF NOT TS-ES-ANULADA (WS-IDX-SUSPENSION)
               MOVE TS-ID (WS-IDX-SUSPENSION) TO REG-SUSP-ID
               MOVE TS-NOMBRE (WS-IDX-SUSPENSION) TO REG-SUSP-NOMBRE
               MOVE TS-PAIS (WS-IDX-SUSPENSION) TO REG-SUSP-PAIS
               MOVE TS-EDICION (WS-IDX-SUSPENSION) TO REG-SUSP-EDICION
               MOVE TS-TIPO (WS-IDX-SUSPENSION) TO REG-SUSP-TIPO
               MOVE TS-FECHA-ALTA (WS-IDX-SUSPENSION)
                   TO REG-SUSP-FECHA-ALTA
               MOVE TS-FECHAS-TOTAL (WS-IDX-SUSPENSION)
                   TO REG-SUSP-FECHAS-TOTAL
               MOVE TS-PENDIENTES (WS-IDX-SUSPENSION)
                   TO REG-SUSP-PENDIENTES
               MOVE TS-TARJETAS-BASE (WS-IDX-SUSPENSION)
                   TO REG-SUSP-TARJETAS-BASE
               MOVE TS-ESTADO (WS-IDX-SUSPENSION) TO REG-SUSP-ESTADO
               MOVE TS-FECHA-NUM (WS-IDX-SUSPENSION)
                   TO REG-SUSP-FECHA-NUM
               MOVE TS-FECHA-DESC (WS-IDX-SUSPENSION)
                   TO REG-SUSP-FECHA-DESC
               MOVE TS-HISTORIAL (WS-IDX-SUSPENSION)
                   TO REG-SUSP-HISTORIAL
               WRITE REG-SUSPENSION
           END-IF
           .
       6650-GRABAR-SUSPENSION-EXIT.EXIT.

       6800-LISTAR-INHABILES.
           OPEN OUTPUT INHABILES
           IF NOT FS-INHABILES-OK
               DISPLAY 'ERROR APERTURA INHABILES FS: ' FS-INHABILES
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           MOVE WS-EDICION-REVERSA TO WSCI-EDICION
           WRITE REG-INHABIL FROM WS-CABECERA-INHABILES
           PERFORM 6850-ESCRIBIR-INHABIL
               VARYING WS-IDX-SUSPENSION FROM 1 BY 1
               UNTIL WS-IDX-SUSPENSION > WS-TOTAL-SUSPENSIONES
           CLOSE INHABILES
           .
       6800-LISTAR-INHABILES-EXIT.EXIT.

       6850-ESCRIBIR-INHABIL.
           IF TS-ABIERTA (WS-IDX-SUSPENSION)
               AND NOT TS-ES-ANULADA (WS-IDX-SUSPENSION)
               AND TS-EDICION (WS-IDX-SUSPENSION)
                   = WS-EDICION-REVERSA
               AND TS-PENDIENTES (WS-IDX-SUSPENSION) > ZERO
               MOVE TS-ID (WS-IDX-SUSPENSION) TO WSI-ID
               MOVE TS-NOMBRE (WS-IDX-SUSPENSION) TO WSI-NOMBRE
               MOVE TS-PAIS (WS-IDX-SUSPENSION) TO WSI-PAIS
               MOVE TS-TIPO (WS-IDX-SUSPENSION) TO WSI-TIPO
               MOVE TS-PENDIENTES (WS-IDX-SUSPENSION)
                   TO WSI-PENDIENTES
               MOVE TS-FECHAS-TOTAL (WS-IDX-SUSPENSION) TO WSI-TOTAL
               WRITE REG-INHABIL FROM WS-LINEA-INHABIL
               ADD 1 TO WS-CONTADOR-INHABILES
           END-IF
           .
       6850-ESCRIBIR-INHABIL-EXIT.EXIT.

      * El diario se copia entero a un archivo de trabajo marcando los
      * renglones revertidos y despues se copia de vuelta. Si la
      * corrida se corta en la segunda copia, el archivo de trabajo
      * conserva el diario completo ya marcado.
       7000-MARCAR-DIARIO.
           OPEN INPUT DIARIO
           IF NOT FS-DIARIO-OK
               DISPLAY 'ERROR REAPERTURA DIARIO FS: ' FS-DIARIO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           OPEN OUTPUT TRABAJO
           IF NOT FS-TRABAJO-OK
               DISPLAY 'ERROR APERTURA TRABAJO FS: ' FS-TRABAJO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           MOVE ZERO TO WS-NRO-COINCIDENCIA
           PERFORM 5100-LEER-DIARIO
           PERFORM 7100-MARCAR-RENGLON UNTIL FS-DIARIO-FIN
           CLOSE DIARIO
           CLOSE TRABAJO
           OPEN INPUT TRABAJO
           IF NOT FS-TRABAJO-OK
               DISPLAY 'ERROR REAPERTURA TRABAJO FS: ' FS-TRABAJO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           OPEN OUTPUT DIARIO
           IF NOT FS-DIARIO-OK
               DISPLAY 'ERROR REGRABACION DIARIO FS: ' FS-DIARIO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 5200-LEER-TRABAJO
           PERFORM 7200-DEVOLVER-RENGLON UNTIL FS-TRABAJO-FIN
           CLOSE TRABAJO
           CLOSE DIARIO
           .
       7000-MARCAR-DIARIO-EXIT.EXIT.

       7100-MARCAR-RENGLON.
           ADD 1 TO WS-CONTADOR-DIARIO
           IF REG-JRNL-EDICION = WS-EDICION-REVERSA
               AND REG-JRNL-FECHA = WS-FECHA-REVERSA
               AND REG-JRNL-APLICADO
               ADD 1 TO WS-NRO-COINCIDENCIA
               IF TR-YA-REVERTIDO (WS-NRO-COINCIDENCIA)
                   MOVE 'R' TO REG-JRNL-ESTADO
                   ADD 1 TO WS-CONTADOR-MARCADOS
               END-IF
           END-IF
           WRITE REG-TRABAJO FROM REG-DIARIO
           PERFORM 5100-LEER-DIARIO
           .
       7100-MARCAR-RENGLON-EXIT.EXIT.

       7200-DEVOLVER-RENGLON.
           WRITE REG-DIARIO FROM REG-TRABAJO
           PERFORM 5200-LEER-TRABAJO
           .
       7200-DEVOLVER-RENGLON-EXIT.EXIT.

       7800-LISTAR-TOTALES.
           MOVE WS-TOTAL-RENGLONES TO WST1-RENGLONES
           MOVE WS-CONTADOR-REVERTIDOS TO WST1-REVERTIDOS
           MOVE WS-CONTADOR-AJUSTADOS TO WST1-AJUSTADOS
           MOVE WS-CONTADOR-SIN-JUGADOR TO WST1-SIN-JUGADOR
           WRITE REG-LISTADO FROM WS-LINEA-TOTAL-1
           MOVE WS-CONTADOR-ANULADAS TO WST2-ANULADAS
           MOVE WS-CONTADOR-DEVUELTAS TO WST2-DEVUELTAS
           WRITE REG-LISTADO FROM WS-LINEA-TOTAL-2
           IF WS-CONTADOR-SIN-JUGADOR > ZERO
               OR WS-CONTADOR-AJUSTADOS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       7800-LISTAR-TOTALES-EXIT.EXIT.

       9000-FINAL.
           CLOSE MAESTRO
           CLOSE LISTADO
           DISPLAY '***************************************************'
           DISPLAY 'EDICION REVERTIDA: ' WS-EDICION-REVERSA
               ' FECHA: ' WS-FECHA-REVERSA
           DISPLAY 'TOTAL JUGADORES LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL JUGADORES REESCRITOS: '
               WS-CONTADOR-REESCRITOS
           DISPLAY 'TOTAL RENGLONES DE LA FECHA: ' WS-TOTAL-RENGLONES
           DISPLAY 'TOTAL RENGLONES REVERTIDOS: '
               WS-CONTADOR-REVERTIDOS
           DISPLAY 'TOTAL RENGLONES AJUSTADOS A CERO: '
               WS-CONTADOR-AJUSTADOS
           DISPLAY 'TOTAL RENGLONES SIN JUGADOR: '
               WS-CONTADOR-SIN-JUGADOR
           DISPLAY 'TOTAL MARCADOS EN DIARIO: ' WS-CONTADOR-MARCADOS
               ' DE ' WS-CONTADOR-DIARIO
           DISPLAY 'TOTAL SUSPENSIONES ANULADAS: '
               WS-CONTADOR-ANULADAS
           DISPLAY 'TOTAL FECHAS DEVUELTAS: ' WS-CONTADOR-DEVUELTAS
           DISPLAY 'TOTAL INHABILES PROXIMA FECHA: '
               WS-CONTADOR-INHABILES
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM REVERSIONCOPAM.
