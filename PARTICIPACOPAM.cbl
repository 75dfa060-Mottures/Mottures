      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Control posterior al partido de la participacion
      *           contra las planillas de alineacion: toma las
      *           planillas aceptadas que dejo ALINEACIONCOPAM en
      *           ALINEACIONCOPAM-ACEPTADAS.dat (ALINEACOPAM.cpy) y
      *           recorre los movimientos de la fecha en
      *           FECHAJUGCOPAM.dat. Todo jugador que sumo minutos sin
      *           figurar, por ID y pais, como titular o suplente de
      *           una planilla aceptada queda asentado en
      *           PARTICIPACOPAM-OBSERVACIONES.dat, distinguiendo al
      *           que falta en la planilla de su seleccion del que
      *           juega para un pais sin planilla aceptada. Se corre
      *           despues del partido y antes de ACTUALIZACOPAM, junto
      *           con BALANCECOPAM; termina con codigo 8 si hay alguna
      *           observacion (12 si aborta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTICIPACOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ACEPTADAS ASSIGN TO "ALINEACIONCOPAM-ACEPTADAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACEPTADAS.
           SELECT MOVIMIENTOS ASSIGN TO "FECHAJUGCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT REPORTE ASSIGN TO "PARTICIPACOPAM-OBSERVACIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  ACEPTADAS.
           01  REG-ACEPTADA.
               COPY "ALINEACOPAM.cpy".

       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "JUGCOPAM-TRANS.cpy".

       FD  REPORTE.
           01  REG-REPORTE PIC X(120).
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-ACEPTADAS                   PIC XX.
               88 FS-ACEPTADAS-OK            VALUE '00'.
               88 FS-ACEPTADAS-FIN           VALUE '10'.
               88 FS-ACEPTADAS-AUSENTE       VALUE '05' '35'.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-FIN         VALUE '10'.
           05 FS-REPORTE                     PIC XX.
               88 FS-REPORTE-OK              VALUE '00'.

       01  VARIABLES.
           05 WS-CONTADOR-MOVIMIENTOS PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-CON-MINUTOS PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-OBSERVADOS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ACEPTADOS  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PAISES     PIC 9(4) VALUE ZERO.
           05 WS-IDX-ACEPTADO     PIC 9(4).
           05 WS-IDX-PAIS         PIC 9(4).
           05 WS-EDICION-PLANILLA PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PLANILLA   PIC 9(02) VALUE ZERO.
           05 WS-EN-PLANILLA      PIC X VALUE 'N'.
               88 EN-PLANILLA     VALUE 'S'.
           05 WS-PAIS-CON-PLANILLA PIC X VALUE 'N'.
               88 PAIS-CON-PLANILLA VALUE 'S'.

      * Jugadores de las planillas aceptadas y paises que presentaron
      * planilla aceptada en la fecha.
       01  TABLA-ACEPTADOS.
           05 TAB-ACEPTADO OCCURS 1000 TIMES.
               10 TAC-PAIS     PIC X(03).
               10 TAC-ID       PIC 9(05).

       01  TABLA-PAISES.
           05 TAB-PAIS OCCURS 50 TIMES.
               10 TPA-PAIS     PIC X(03).

       01  WS-CABECERA-REPORTE.
           05 FILLER       PIC X(34)
               VALUE 'PARTICIPACION CONTRA PLANILLAS DE '.
           05 FILLER       PIC X(16) VALUE 'ALINEACION FECHA'.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSH-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' EDICION '.
           05 WSH-EDICION  PIC 9(04).

       01  WS-LINEA-OBSERVACION.
           05 FILLER       PIC X(03) VALUE 'ID '.
           05 WSO-ID       PIC 9(05).
           05 FILLER       PIC X(09) VALUE ' JUGADOR '.
           05 WSO-NOMBRE   PIC X(20).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSO-PAIS     PIC X(03).
           05 FILLER       PIC X(05) VALUE ' MIN '.
           05 WSO-MINUTOS  PIC 9(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSO-TEXTO    PIC X(40).

       01  WS-LINEA-CIERRE.
           05 FILLER       PIC X(23) VALUE 'JUGADORES CON MINUTOS  '.
           05 WSF-CON-MINUTOS PIC 9(06).
           05 FILLER       PIC X(13) VALUE ' EN PLANILLA '.
           05 WSF-ACEPTADOS PIC 9(04).
           05 FILLER       PIC X(13) VALUE ' OBSERVADOS  '.
           05 WSF-OBSERVADOS PIC 9(04).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-CONTROLAR-MOVIMIENTO UNTIL FS-MOVIMIENTOS-FIN.
       PERFORM 7000-ESCRIBIR-CIERRE.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1300-CARGAR-ACEPTADAS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           MOVE WS-FECHA-PLANILLA TO WSH-FECHA.
           MOVE WS-EDICION-PLANILLA TO WSH-EDICION.
           WRITE REG-REPORTE FROM WS-CABECERA-REPORTE.
           PERFORM 5000-LEER-MOVIMIENTO.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS
               IF NOT FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR APERTURA MOVIMIENTOS FS: '
                       FS-MOVIMIENTOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT REPORTE
               IF NOT FS-REPORTE-OK
                   DISPLAY 'ERROR APERTURA REPORTE FS: ' FS-REPORTE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

      * Sin planillas aceptadas no hay contra que controlar: la fecha
      * se valida primero con ALINEACIONCOPAM.
       1300-CARGAR-ACEPTADAS.
           OPEN INPUT ACEPTADAS
           EVALUATE TRUE
               WHEN FS-ACEPTADAS-OK
                   PERFORM 1350-LEER-ACEPTADA
                   PERFORM 1360-GUARDAR-ACEPTADO
                       UNTIL FS-ACEPTADAS-FIN
                   CLOSE ACEPTADAS
               WHEN FS-ACEPTADAS-AUSENTE
                   DISPLAY 'SIN PLANILLAS ACEPTADAS, CORRER '
                       'ALINEACIONCOPAM ANTES DEL CONTROL'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA ACEPTADAS FS: '
                       FS-ACEPTADAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1300-CARGAR-ACEPTADAS-EXIT.EXIT.

       1350-LEER-ACEPTADA.
           READ ACEPTADAS
           EVALUATE TRUE
               WHEN FS-ACEPTADAS-OK
                   CONTINUE
               WHEN FS-ACEPTADAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ACEPTADAS FS ' FS-ACEPTADAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1350-LEER-ACEPTADA-EXIT.EXIT.

       1360-GUARDAR-ACEPTADO.
           IF WS-TOTAL-ACEPTADOS >= 1000
               DISPLAY 'TABLA DE PLANILLAS LLENA, SE EXCEDE EL '
                   'LIMITE DE 1000 JUGADORES EN PLANILLA'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-ACEPTADOS
           MOVE REG-ALIN-PAIS TO TAC-PAIS (WS-TOTAL-ACEPTADOS)
           MOVE REG-ALIN-ID TO TAC-ID (WS-TOTAL-ACEPTADOS)
           IF REG-ALIN-EDICION > WS-EDICION-PLANILLA
               MOVE REG-ALIN-EDICION TO WS-EDICION-PLANILLA
           END-IF
           IF REG-ALIN-FECHA > WS-FECHA-PLANILLA
               MOVE REG-ALIN-FECHA TO WS-FECHA-PLANILLA
           END-IF
           PERFORM 1400-REGISTRAR-PAIS
           PERFORM 1350-LEER-ACEPTADA
           .
       1360-GUARDAR-ACEPTADO-EXIT.EXIT.

       1400-REGISTRAR-PAIS.
           MOVE 'N' TO WS-PAIS-CON-PLANILLA
           PERFORM 1450-COMPARAR-PAIS
               VARYING WS-IDX-PAIS FROM 1 BY 1
               UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES
               OR PAIS-CON-PLANILLA
           IF NOT PAIS-CON-PLANILLA
               IF WS-TOTAL-PAISES >= 50
                   DISPLAY 'TABLA DE PAISES LLENA, SE EXCEDE EL '
                       'LIMITE DE 50 PAISES POR FECHA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-PAISES
               MOVE REG-ALIN-PAIS TO TPA-PAIS (WS-TOTAL-PAISES)
           END-IF
           .
       1400-REGISTRAR-PAIS-EXIT.EXIT.

       1450-COMPARAR-PAIS.
           IF TPA-PAIS (WS-IDX-PAIS) = REG-ALIN-PAIS
               SET PAIS-CON-PLANILLA TO TRUE
           END-IF
           .
       1450-COMPARAR-PAIS-EXIT.EXIT.

      * Solo cuentan los movimientos con minutos: un suplente que no
      * entro no suma minutos y no hay nada que controlar.
       2000-CONTROLAR-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           IF REG-TRANS-MINUTOS > ZERO
               ADD 1 TO WS-CONTADOR-CON-MINUTOS
               PERFORM 2100-BUSCAR-EN-PLANILLA
               IF NOT EN-PLANILLA
                   PERFORM 2200-BUSCAR-PAIS
                   IF PAIS-CON-PLANILLA
                       MOVE 'SUMO MINUTOS Y NO FIGURA EN LA PLANILLA'
                           TO WSO-TEXTO
                   ELSE
                       MOVE 'SUMO MINUTOS, SU PAIS NO TIENE PLANILLA'
                           TO WSO-TEXTO
                   END-IF
                   PERFORM 8000-INFORMAR-OBSERVACION
               END-IF
           END-IF
           PERFORM 5000-LEER-MOVIMIENTO
           .
       2000-CONTROLAR-MOVIMIENTO-EXIT.EXIT.

       2100-BUSCAR-EN-PLANILLA.
           MOVE 'N' TO WS-EN-PLANILLA
           IF REG-TRANS-ID IS NUMERIC AND REG-TRANS-ID > ZERO
               PERFORM 2150-COMPARAR-ACEPTADO
                   VARYING WS-IDX-ACEPTADO FROM 1 BY 1
                   UNTIL WS-IDX-ACEPTADO > WS-TOTAL-ACEPTADOS
                   OR EN-PLANILLA
           END-IF
           .
       2100-BUSCAR-EN-PLANILLA-EXIT.EXIT.

       2150-COMPARAR-ACEPTADO.
           IF TAC-ID (WS-IDX-ACEPTADO) = REG-TRANS-ID
               AND TAC-PAIS (WS-IDX-ACEPTADO) = REG-TRANS-PAIS
               SET EN-PLANILLA TO TRUE
           END-IF
           .
       2150-COMPARAR-ACEPTADO-EXIT.EXIT.

       2200-BUSCAR-PAIS.
           MOVE 'N' TO WS-PAIS-CON-PLANILLA
           PERFORM 2250-COMPARAR-PAIS
               VARYING WS-IDX-PAIS FROM 1 BY 1
               UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES
               OR PAIS-CON-PLANILLA
           .
       2200-BUSCAR-PAIS-EXIT.EXIT.

       2250-COMPARAR-PAIS.
           IF TPA-PAIS (WS-IDX-PAIS) = REG-TRANS-PAIS
               SET PAIS-CON-PLANILLA TO TRUE
           END-IF
           .
       2250-COMPARAR-PAIS-EXIT.EXIT.

       5000-LEER-MOVIMIENTO.
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
       5000-LEER-MOVIMIENTO-EXIT.EXIT.

       7000-ESCRIBIR-CIERRE.
           MOVE WS-CONTADOR-CON-MINUTOS TO WSF-CON-MINUTOS
           MOVE WS-TOTAL-ACEPTADOS TO WSF-ACEPTADOS
           MOVE WS-CONTADOR-OBSERVADOS TO WSF-OBSERVADOS
           WRITE REG-REPORTE FROM WS-LINEA-CIERRE
           .
       7000-ESCRIBIR-CIERRE-EXIT.EXIT.

       8000-INFORMAR-OBSERVACION.
           MOVE ZERO TO WSO-ID
           IF REG-TRANS-ID IS NUMERIC
               MOVE REG-TRANS-ID TO WSO-ID
           END-IF
           MOVE REG-TRANS-NOMBRE TO WSO-NOMBRE
           MOVE REG-TRANS-PAIS TO WSO-PAIS
           MOVE REG-TRANS-MINUTOS TO WSO-MINUTOS
           WRITE REG-REPORTE FROM WS-LINEA-OBSERVACION
           ADD 1 TO WS-CONTADOR-OBSERVADOS
           .
       8000-INFORMAR-OBSERVACION-EXIT.EXIT.

       9000-FINAL.
           CLOSE MOVIMIENTOS
           CLOSE REPORTE
           IF WS-CONTADOR-OBSERVADOS > ZERO
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION: ' WS-EDICION-PLANILLA
               ' FECHA: ' WS-FECHA-PLANILLA
           DISPLAY 'TOTAL JUGADORES EN PLANILLAS ACEPTADAS: '
               WS-TOTAL-ACEPTADOS
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS: '
               WS-CONTADOR-MOVIMIENTOS
           DISPLAY 'TOTAL MOVIMIENTOS CON MINUTOS: '
               WS-CONTADOR-CON-MINUTOS
           DISPLAY 'TOTAL OBSERVADOS: ' WS-CONTADOR-OBSERVADOS
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM PARTICIPACOPAM.
