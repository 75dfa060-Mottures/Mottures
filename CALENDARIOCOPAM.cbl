      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento del maestro de fixture del torneo
      *           CALENDARIOCOPAM.dat (CALENDCOPAM.cpy). Aplica en
      *           orden los movimientos de la mesa de
      *           CALENDARIOCOPAM-MOV.dat (CALENDCOPAM-MOV.cpy): ALTA
      *           de un partido (asi se carga el fixture de una
      *           edicion nueva), REPROGRAMA de fecha, dia o sede, y
      *           BAJA. Rechaza un cruce ya programado en la edicion y
      *           cualquier alta o reprogramacion que deje a un pais
      *           con dos partidos en la misma fecha. El maestro se
      *           reescribe completo con los cambios aplicados (si no
      *           existia se crea) y cada movimiento queda en
      *           CALENDARIOCOPAM-LISTADO.dat como aplicado o con el
      *           motivo del rechazo, igual que el listado de
      *           PLANTELCOPAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIOCOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO "CALENDARIOCOPAM-MOV.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT CALENDARIO ASSIGN TO "CALENDARIOCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CALENDARIO.
           SELECT LISTADO ASSIGN TO "CALENDARIOCOPAM-LISTADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LISTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "CALENDCOPAM-MOV.cpy".

       FD  CALENDARIO.
           01  REG-CALENDARIO.
               COPY "CALENDCOPAM.cpy".

       FD  LISTADO.
           01  REG-LISTADO PIC X(120).
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-FIN         VALUE '10'.
           05 FS-CALENDARIO                  PIC XX.
               88 FS-CALENDARIO-OK           VALUE '00'.
               88 FS-CALENDARIO-FIN          VALUE '10'.
               88 FS-CALENDARIO-NUEVO        VALUE '05' '35'.
           05 FS-LISTADO                     PIC XX.
               88 FS-LISTADO-OK              VALUE '00'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-MOVIMIENTOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-APLICADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-RECHAZADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-ESCRIBO PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PARTIDOS   PIC 9(4) VALUE ZERO.
           05 WS-IDX-PARTIDO      PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-IDX-CHOQUE       PIC 9(4).
           05 WS-MOV-FECHA        PIC 9(02).
           05 WS-MOV-DIA          PIC 9(08).
           05 WS-FECHA-DESTINO    PIC 9(02).
           05 WS-MOTIVO           PIC X(35).

       01  TABLA-CALENDARIO.
           05 TAB-PARTIDO OCCURS 500 TIMES.
               10 TC-EDICION   PIC 9(04).
               10 TC-FECHA     PIC 9(02).
               10 TC-DIA       PIC 9(08).
               10 TC-SEDE      PIC X(20).
               10 TC-GRUPO     PIC X(01).
               10 TC-LOCAL     PIC X(03).
               10 TC-VISITA    PIC X(03).
               10 TC-ESTADO    PIC X(01).
                   88 TC-VIGENTE   VALUE 'V'.
                   88 TC-DADO-BAJA VALUE 'B'.

       01  WS-LINEA-LISTADO.
           05 WSL-ESTADO  PIC X(09).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSL-TIPO    PIC X(10).
           05 FILLER      PIC X(09) VALUE ' EDICION '.
           05 WSL-EDICION PIC 9(04).
           05 FILLER      PIC X(07) VALUE ' FECHA '.
           05 WSL-FECHA   PIC 9(02).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSL-LOCAL   PIC X(03).
           05 FILLER      PIC X(01) VALUE '-'.
           05 WSL-VISITA  PIC X(03).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSL-MOTIVO  PIC X(35).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-MOVIMIENTO UNTIL FS-MOVIMIENTOS-FIN.
       PERFORM 6000-GRABAR-CALENDARIO.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1200-CARGAR-CALENDARIO.
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
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

      * La primera carga de fixture arranca sin maestro.
       1200-CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO
           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                   PERFORM 5000-LEER-CALENDARIO
                   PERFORM 1250-GUARDAR-PARTIDO
                       UNTIL FS-CALENDARIO-FIN
                   CLOSE CALENDARIO
               WHEN FS-CALENDARIO-NUEVO
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CALENDARIO FS: '
                       FS-CALENDARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1200-CARGAR-CALENDARIO-EXIT.EXIT.

       1250-GUARDAR-PARTIDO.
           PERFORM 1260-AGREGAR-RENGLON
           MOVE REG-CAL-EDICION TO TC-EDICION (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-FECHA   TO TC-FECHA   (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-DIA     TO TC-DIA     (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-SEDE    TO TC-SEDE    (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-GRUPO   TO TC-GRUPO   (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-LOCAL   TO TC-LOCAL   (WS-TOTAL-PARTIDOS)
           MOVE REG-CAL-VISITA  TO TC-VISITA  (WS-TOTAL-PARTIDOS)
           PERFORM 5000-LEER-CALENDARIO
           .
       1250-GUARDAR-PARTIDO-EXIT.EXIT.

       1260-AGREGAR-RENGLON.
           IF WS-TOTAL-PARTIDOS >= 500
               DISPLAY 'TABLA DE CALENDARIO LLENA, SE EXCEDE EL '
                   'LIMITE DE 500 PARTIDOS'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-PARTIDOS
           SET TC-VIGENTE (WS-TOTAL-PARTIDOS) TO TRUE
           .
       1260-AGREGAR-RENGLON-EXIT.EXIT.

      * Los campos numericos del movimiento pueden venir en blanco en
      * un REPROGRAMA; se toman como cero (dato que no cambia).
       2000-PROCESO-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-MOV-FECHA
           MOVE ZERO TO WS-MOV-DIA
           IF REG-CALMOV-FECHA IS NUMERIC
               MOVE REG-CALMOV-FECHA TO WS-MOV-FECHA
           END-IF
           IF REG-CALMOV-DIA IS NUMERIC
               MOVE REG-CALMOV-DIA TO WS-MOV-DIA
           END-IF
           PERFORM 2050-BUSCAR-CRUCE
           EVALUATE TRUE
               WHEN REG-CALMOV-EDICION NOT NUMERIC
                   OR REG-CALMOV-EDICION = ZERO
                   MOVE 'EDICION INVALIDA' TO WS-MOTIVO
               WHEN REG-CALMOV-LOCAL = SPACES
                   OR REG-CALMOV-VISITA = SPACES
                   OR REG-CALMOV-LOCAL = REG-CALMOV-VISITA
                   MOVE 'CRUCE DE PAISES INVALIDO' TO WS-MOTIVO
               WHEN REG-CALMOV-ES-ALTA
                   PERFORM 2100-APLICAR-ALTA
               WHEN REG-CALMOV-ES-REPROGRAMA
                   PERFORM 2200-APLICAR-REPROGRAMA
               WHEN REG-CALMOV-ES-BAJA
                   PERFORM 2300-APLICAR-BAJA
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMIENTO NO RECONOCIDO'
                       TO WS-MOTIVO
           END-EVALUATE
           PERFORM 7000-ESCRIBIR-LISTADO
           PERFORM 5100-LEER-MOVIMIENTO
           .
       2000-PROCESO-MOVIMIENTO-EXIT.EXIT.

      * Deja en WS-IDX-HALLADO el partido vigente de la edicion con el
      * mismo cruce, sin importar quien figura de local.
       2050-BUSCAR-CRUCE.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM 2060-COMPARAR-CRUCE
               VARYING WS-IDX-PARTIDO FROM 1 BY 1
               UNTIL WS-IDX-PARTIDO > WS-TOTAL-PARTIDOS
               OR WS-IDX-HALLADO > ZERO
           .
       2050-BUSCAR-CRUCE-EXIT.EXIT.

       2060-COMPARAR-CRUCE.
           IF TC-VIGENTE (WS-IDX-PARTIDO)
               AND TC-EDICION (WS-IDX-PARTIDO) = REG-CALMOV-EDICION
               IF (TC-LOCAL (WS-IDX-PARTIDO) = REG-CALMOV-LOCAL
                   AND TC-VISITA (WS-IDX-PARTIDO) = REG-CALMOV-VISITA)
                   OR (TC-LOCAL (WS-IDX-PARTIDO) = REG-CALMOV-VISITA
                   AND TC-VISITA (WS-IDX-PARTIDO) = REG-CALMOV-LOCAL)
                   MOVE WS-IDX-PARTIDO TO WS-IDX-HALLADO
               END-IF
           END-IF
           .
       2060-COMPARAR-CRUCE-EXIT.EXIT.

       2100-APLICAR-ALTA.
           MOVE WS-MOV-FECHA TO WS-FECHA-DESTINO
           PERFORM 2400-BUSCAR-CHOQUE
           EVALUATE TRUE
               WHEN WS-IDX-HALLADO > ZERO
                   MOVE 'CRUCE YA PROGRAMADO EN LA EDICION'
                       TO WS-MOTIVO
               WHEN WS-MOV-FECHA = ZERO
                   MOVE 'ALTA SIN NUMERO DE FECHA' TO WS-MOTIVO
               WHEN WS-MOV-DIA = ZERO
                   MOVE 'ALTA SIN DIA DEL PARTIDO' TO WS-MOTIVO
               WHEN REG-CALMOV-GRUPO = SPACES
                   MOVE 'ALTA SIN GRUPO' TO WS-MOTIVO
               WHEN WS-IDX-CHOQUE > ZERO
                   MOVE 'PAIS CON OTRO PARTIDO EN LA FECHA'
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 1260-AGREGAR-RENGLON
                   MOVE REG-CALMOV-EDICION
                       TO TC-EDICION (WS-TOTAL-PARTIDOS)
                   MOVE WS-MOV-FECHA TO TC-FECHA (WS-TOTAL-PARTIDOS)
                   MOVE WS-MOV-DIA TO TC-DIA (WS-TOTAL-PARTIDOS)
                   MOVE REG-CALMOV-SEDE TO TC-SEDE (WS-TOTAL-PARTIDOS)
                   MOVE REG-CALMOV-GRUPO
                       TO TC-GRUPO (WS-TOTAL-PARTIDOS)
                   MOVE REG-CALMOV-LOCAL
                       TO TC-LOCAL (WS-TOTAL-PARTIDOS)
                   MOVE REG-CALMOV-VISITA
                       TO TC-VISITA (WS-TOTAL-PARTIDOS)
                   ADD 1 TO WS-CONTADOR-APLICADOS
           END-EVALUATE
           .
       2100-APLICAR-ALTA-EXIT.EXIT.

       2200-APLICAR-REPROGRAMA.
           IF WS-IDX-HALLADO = ZERO
               MOVE 'CRUCE NO PROGRAMADO EN LA EDICION' TO WS-MOTIVO
           ELSE
               IF WS-MOV-FECHA > ZERO
                   MOVE WS-MOV-FECHA TO WS-FECHA-DESTINO
               ELSE
                   MOVE TC-FECHA (WS-IDX-HALLADO) TO WS-FECHA-DESTINO
               END-IF
               PERFORM 2400-BUSCAR-CHOQUE
               IF WS-IDX-CHOQUE > ZERO
                   MOVE 'PAIS CON OTRO PARTIDO EN LA FECHA'
                       TO WS-MOTIVO
               ELSE
                   MOVE WS-FECHA-DESTINO TO TC-FECHA (WS-IDX-HALLADO)
                   IF WS-MOV-DIA > ZERO
                       MOVE WS-MOV-DIA TO TC-DIA (WS-IDX-HALLADO)
                   END-IF
                   IF REG-CALMOV-SEDE NOT = SPACES
                       MOVE REG-CALMOV-SEDE TO TC-SEDE (WS-IDX-HALLADO)
                   END-IF
                   ADD 1 TO WS-CONTADOR-APLICADOS
               END-IF
           END-IF
           .
       2200-APLICAR-REPROGRAMA-EXIT.EXIT.

       2300-APLICAR-BAJA.
           IF WS-IDX-HALLADO = ZERO
               MOVE 'CRUCE NO PROGRAMADO EN LA EDICION' TO WS-MOTIVO
           ELSE
               SET TC-DADO-BAJA (WS-IDX-HALLADO) TO TRUE
               ADD 1 TO WS-CONTADOR-APLICADOS
           END-IF
           .
       2300-APLICAR-BAJA-EXIT.EXIT.

      * Entra con WS-FECHA-DESTINO cargada; deja en WS-IDX-CHOQUE otro
      * partido vigente de la edicion en esa fecha donde juegue alguno
      * de los dos paises del movimiento (el propio partido que se
      * reprograma no cuenta).
       2400-BUSCAR-CHOQUE.
           MOVE ZERO TO WS-IDX-CHOQUE
           PERFORM 2450-COMPARAR-CHOQUE
               VARYING WS-IDX-PARTIDO FROM 1 BY 1
               UNTIL WS-IDX-PARTIDO > WS-TOTAL-PARTIDOS
               OR WS-IDX-CHOQUE > ZERO
           .
       2400-BUSCAR-CHOQUE-EXIT.EXIT.

       2450-COMPARAR-CHOQUE.
           IF TC-VIGENTE (WS-IDX-PARTIDO)
               AND WS-IDX-PARTIDO NOT = WS-IDX-HALLADO
               AND TC-EDICION (WS-IDX-PARTIDO) = REG-CALMOV-EDICION
               AND TC-FECHA (WS-IDX-PARTIDO) = WS-FECHA-DESTINO
               IF TC-LOCAL (WS-IDX-PARTIDO) = REG-CALMOV-LOCAL
                   OR TC-LOCAL (WS-IDX-PARTIDO) = REG-CALMOV-VISITA
                   OR TC-VISITA (WS-IDX-PARTIDO) = REG-CALMOV-LOCAL
                   OR TC-VISITA (WS-IDX-PARTIDO) = REG-CALMOV-VISITA
                   MOVE WS-IDX-PARTIDO TO WS-IDX-CHOQUE
               END-IF
           END-IF
           .
       2450-COMPARAR-CHOQUE-EXIT.EXIT.

       5000-LEER-CALENDARIO.
           READ CALENDARIO
           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                   ADD 1 TO WS-CONTADOR-LECTURA
               WHEN FS-CALENDARIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CALENDARIO FS '
                       FS-CALENDARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-CALENDARIO-EXIT.EXIT.

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

       6000-GRABAR-CALENDARIO.
           OPEN OUTPUT CALENDARIO
           IF NOT FS-CALENDARIO-OK
               DISPLAY 'ERROR REAPERTURA CALENDARIO FS: '
                   FS-CALENDARIO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 6100-GRABAR-PARTIDO
               VARYING WS-IDX-PARTIDO FROM 1 BY 1
               UNTIL WS-IDX-PARTIDO > WS-TOTAL-PARTIDOS
           CLOSE CALENDARIO
           .
       6000-GRABAR-CALENDARIO-EXIT.EXIT.

       6100-GRABAR-PARTIDO.
           IF TC-VIGENTE (WS-IDX-PARTIDO)
               MOVE TC-EDICION (WS-IDX-PARTIDO) TO REG-CAL-EDICION
               MOVE TC-FECHA   (WS-IDX-PARTIDO) TO REG-CAL-FECHA
               MOVE TC-DIA     (WS-IDX-PARTIDO) TO REG-CAL-DIA
               MOVE TC-SEDE    (WS-IDX-PARTIDO) TO REG-CAL-SEDE
               MOVE TC-GRUPO   (WS-IDX-PARTIDO) TO REG-CAL-GRUPO
               MOVE TC-LOCAL   (WS-IDX-PARTIDO) TO REG-CAL-LOCAL
               MOVE TC-VISITA  (WS-IDX-PARTIDO) TO REG-CAL-VISITA
               WRITE REG-CALENDARIO
               ADD 1 TO WS-CONTADOR-ESCRIBO
           END-IF
           .
       6100-GRABAR-PARTIDO-EXIT.EXIT.

       7000-ESCRIBIR-LISTADO.
           IF WS-MOTIVO = SPACES
               MOVE 'APLICADO ' TO WSL-ESTADO
           ELSE
               MOVE 'RECHAZADO' TO WSL-ESTADO
               ADD 1 TO WS-CONTADOR-RECHAZADOS
           END-IF
           MOVE REG-CALMOV-TIPO    TO WSL-TIPO
           MOVE REG-CALMOV-EDICION TO WSL-EDICION
           MOVE WS-MOV-FECHA       TO WSL-FECHA
           IF WS-MOV-FECHA = ZERO AND WS-IDX-HALLADO > ZERO
               MOVE TC-FECHA (WS-IDX-HALLADO) TO WSL-FECHA
           END-IF
           MOVE REG-CALMOV-LOCAL   TO WSL-LOCAL
           MOVE REG-CALMOV-VISITA  TO WSL-VISITA
           MOVE WS-MOTIVO          TO WSL-MOTIVO
           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
           .
       7000-ESCRIBIR-LISTADO-EXIT.EXIT.

       9000-FINAL.
           CLOSE MOVIMIENTOS
           CLOSE LISTADO
           DISPLAY '***************************************************'
           DISPLAY 'TOTAL PARTIDOS LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL PARTIDOS ESCRITOS: ' WS-CONTADOR-ESCRIBO
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS: '
               WS-CONTADOR-MOVIMIENTOS
           DISPLAY 'TOTAL MOVIMIENTOS APLICADOS: '
               WS-CONTADOR-APLICADOS
           DISPLAY 'TOTAL MOVIMIENTOS RECHAZADOS: '
               WS-CONTADOR-RECHAZADOS
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM CALENDARIOCOPAM.
