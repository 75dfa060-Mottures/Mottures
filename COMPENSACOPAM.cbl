      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Liquidacion de la compensacion por cesion de
      *           jugadores a los clubes: la federacion paga a cada
      *           club un importe por minuto jugado por los jugadores
      *           que cedio al torneo. Toma los minutos de cada fecha
      *           del diario JUGCOPAM-DIARIO.dat (solo renglones
      *           aplicados de la edicion) y los atribuye al club que
      *           el jugador tenia al aplicarse esa fecha
      *           (REG-JRNL-CLUB), de modo que un pase de
      *           PLANTELCOPAM a mitad de torneo no le pasa al club
      *           nuevo los minutos jugados antes. Los renglones
      *           asentados sin club se atribuyen al club actual del
      *           roster JUGCOPAM.dat. El importe sale de la clave
      *           TARIFA-MINUTO de PARAMETROSCOPAM.dat, en centavos por
      *           minuto; sin tarifa la corrida aborta con codigo 12.
      *           La edicion sale de la clave EDICION o, en su
      *           ausencia, de la mas reciente del diario. Deja en
      *           COMPENSACOPAM-LIQUIDACION.dat una liquidacion por
      *           club con el renglon de cada jugador, el detalle de
      *           minutos por fecha y el total a pagar, y en
      *           COMPENSACOPAM-CONTROL.dat el resumen para finanzas:
      *           minutos e importe por club y el cuadre del total de
      *           minutos liquidados contra el acumulado de minutos
      *           del roster de la edicion. El roster tiene que estar
      *           al dia (DESCARGACOPAM). Termina con codigo 8 si el
      *           cuadre no da.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSACOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
           SELECT ENTRADA ASSIGN TO "JUGCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA.
           SELECT TRABAJO ASSIGN TO "COMPENSACOPAM-TRABAJO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TRABAJO.
           SELECT WORK-ORDENACION ASSIGN TO "WORKCOMP.tmp".
           SELECT ORDENADO ASSIGN TO "COMPENSACOPAM-ORDENADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ORDENADO.
           SELECT LIQUIDACION ASSIGN TO "COMPENSACOPAM-LIQUIDACION.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LIQUIDACION.
           SELECT CONTROL-FINANZAS ASSIGN TO "COMPENSACOPAM-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".

       FD  ENTRADA.
           01  REG-ENTRADA.
               COPY "JUGCOPAM.cpy".
           01  REG-ENTRADA-CONTROL.
               COPY "JUGCOPAM-CTRL.cpy".

      * Renglon de trabajo: un renglon del diario ya atribuido a su
      * club, ordenado por club, jugador y fecha para la liquidacion.
       FD  TRABAJO.
           01  REG-TRABAJO.
               05 TRB-CLUB                PIC X(16).
               05 TRB-ID                  PIC 9(05).
               05 TRB-FECHA               PIC 9(02).
               05 TRB-NOMBRE              PIC X(20).
               05 TRB-PAIS                PIC X(03).
               05 TRB-MINUTOS             PIC 9(03).
               05 TRB-ORIGEN              PIC X(01).

       SD  WORK-ORDENACION.
           01  REG-ORDENACION.
               05 ORD-CLUB                PIC X(16).
               05 ORD-ID                  PIC 9(05).
               05 ORD-FECHA               PIC 9(02).
               05 ORD-NOMBRE              PIC X(20).
               05 ORD-PAIS                PIC X(03).
               05 ORD-MINUTOS             PIC 9(03).
               05 ORD-ORIGEN              PIC X(01).

       FD  ORDENADO.
           01  REG-ORDENADO.
               05 LIQ-CLUB                PIC X(16).
               05 LIQ-ID                  PIC 9(05).
               05 LIQ-FECHA               PIC 9(02).
               05 LIQ-NOMBRE              PIC X(20).
               05 LIQ-PAIS                PIC X(03).
               05 LIQ-MINUTOS             PIC 9(03).
               05 LIQ-ORIGEN              PIC X(01).
                   88 LIQ-CLUB-DEL-ROSTER VALUE 'R'.

       FD  LIQUIDACION.
           01  REG-LIQUIDACION PIC X(120).

       FD  CONTROL-FINANZAS.
           01  REG-CONTROL PIC X(120).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
           05 FS-ENTRADA                     PIC XX.
               88 FS-ENTRADA-OK              VALUE '00'.
               88 FS-ENTRADA-FIN             VALUE '10'.
           05 FS-TRABAJO                     PIC XX.
               88 FS-TRABAJO-OK              VALUE '00'.
           05 FS-ORDENADO                    PIC XX.
               88 FS-ORDENADO-OK             VALUE '00'.
               88 FS-ORDENADO-FIN            VALUE '10'.
           05 FS-LIQUIDACION                 PIC XX.
               88 FS-LIQUIDACION-OK          VALUE '00'.
           05 FS-CONTROL                     PIC XX.
               88 FS-CONTROL-OK              VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-DIARIO  PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-RENGLONES PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-DEL-ROSTER PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-SIN-CLUB PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-CLUBES  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ROSTER     PIC 9(4) VALUE ZERO.
           05 WS-IDX-ROSTER       PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-EDICION-PARAM    PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-CLUB-ACTUAL      PIC X(16).
           05 WS-ID-ACTUAL        PIC 9(05).
           05 WS-HAY-TARIFA       PIC X VALUE 'N'.
               88 HAY-TARIFA      VALUE 'S'.

      * Importes con dos decimales: la tarifa llega en centavos.
       01  WS-IMPORTES.
           05 WS-TARIFA-MINUTO    PIC 9(02)V99 VALUE ZERO.
           05 WS-MINUTOS-JUGADOR  PIC 9(05) VALUE ZERO.
           05 WS-MINUTOS-CLUB     PIC 9(07) VALUE ZERO.
           05 WS-MINUTOS-LIQUIDADOS PIC 9(07) VALUE ZERO.
           05 WS-MINUTOS-ROSTER   PIC 9(07) VALUE ZERO.
           05 WS-DIFERENCIA-MINUTOS PIC S9(07) VALUE ZERO.
           05 WS-JUGADORES-CLUB   PIC 9(04) VALUE ZERO.
           05 WS-IMPORTE-JUGADOR  PIC 9(07)V99 VALUE ZERO.
           05 WS-IMPORTE-CLUB     PIC 9(09)V99 VALUE ZERO.
           05 WS-IMPORTE-TOTAL    PIC 9(09)V99 VALUE ZERO.

      * Club actual de cada jugador de la edicion en el roster, para
      * los renglones del diario asentados sin club.
       01  TABLA-ROSTER.
           05 TAB-ROSTER OCCURS 1000 TIMES.
               10 TR-ID        PIC 9(05).
               10 TR-CLUB      PIC X(16).

       01  WS-CABECERA-CLUB.
           05 FILLER       PIC X(27)
               VALUE 'LIQUIDACION DE CESION CLUB '.
           05 WSH-CLUB     PIC X(16).
           05 FILLER       PIC X(09) VALUE ' EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(20) VALUE ' TARIFA POR MINUTO $'.
           05 WSH-TARIFA   PIC Z9.99.

       01  WS-LINEA-JUGADOR.
           05 FILLER       PIC X(11) VALUE 'JUGADOR ID '.
           05 WSJ-ID       PIC 9(05).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSJ-NOMBRE   PIC X(20).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSJ-PAIS     PIC X(03).

       01  WS-LINEA-FECHA.
           05 FILLER       PIC X(10) VALUE '    FECHA '.
           05 WSD-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' MINUTOS '.
           05 WSD-MINUTOS  PIC ZZ9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-ORIGEN   PIC X(30).

       01  WS-LINEA-SUBTOTAL.
           05 FILLER       PIC X(22) VALUE '    TOTAL JUGADOR MIN '.
           05 WSS-MINUTOS  PIC ZZZZ9.
           05 FILLER       PIC X(10) VALUE ' IMPORTE $'.
           05 WSS-IMPORTE  PIC Z,ZZZ,ZZ9.99.

       01  WS-LINEA-TOTAL-CLUB.
           05 FILLER       PIC X(21) VALUE 'TOTAL A PAGAR CLUB   '.
           05 WST-CLUB     PIC X(16).
           05 FILLER       PIC X(09) VALUE ' MINUTOS '.
           05 WST-MINUTOS  PIC Z,ZZZ,ZZ9.
           05 FILLER       PIC X(10) VALUE ' IMPORTE $'.
           05 WST-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CABECERA-CONTROL.
           05 FILLER       PIC X(40)
               VALUE 'CONTROL DE COMPENSACION A CLUBES EDICION'.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSCH-EDICION PIC 9(04).
           05 FILLER       PIC X(20) VALUE ' TARIFA POR MINUTO $'.
           05 WSCH-TARIFA  PIC Z9.99.

       01  WS-LINEA-CONTROL-CLUB.
           05 FILLER       PIC X(05) VALUE 'CLUB '.
           05 WSK-CLUB     PIC X(16).
           05 FILLER       PIC X(11) VALUE ' JUGADORES '.
           05 WSK-JUGADORES PIC ZZZ9.
           05 FILLER       PIC X(09) VALUE ' MINUTOS '.
           05 WSK-MINUTOS  PIC Z,ZZZ,ZZ9.
           05 FILLER       PIC X(10) VALUE ' IMPORTE $'.
           05 WSK-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-CONTROL-TOTAL.
           05 WSX-ROTULO   PIC X(32).
           05 WSX-VALOR    PIC -Z,ZZZ,ZZ9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSX-TEXTO    PIC X(40).

       01  WS-LINEA-CONTROL-IMPORTE.
           05 FILLER       PIC X(32)
               VALUE 'TOTAL A PAGAR A CLUBES         $'.
           05 WSY-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-ATRIBUIR-RENGLON UNTIL FS-DIARIO-FIN.
       PERFORM 3000-ORDENAR-RENGLONES.
       PERFORM 4000-LIQUIDAR-CLUB UNTIL FS-ORDENADO-FIN.
       PERFORM 7000-CUADRAR-MINUTOS.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           IF NOT HAY-TARIFA
               DISPLAY 'SIN CLAVE TARIFA-MINUTO EN PARAMETROS, NO SE '
                   'PUEDE LIQUIDAR'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-ELEGIR-EDICION.
           PERFORM 1400-CARGAR-ROSTER.
           MOVE WS-EDICION-PROCESO TO WSH-EDICION.
           MOVE WS-TARIFA-MINUTO TO WSH-TARIFA.
           MOVE WS-EDICION-PROCESO TO WSCH-EDICION.
           MOVE WS-TARIFA-MINUTO TO WSCH-TARIFA.
           WRITE REG-CONTROL FROM WS-CABECERA-CONTROL.
           PERFORM 5000-LEER-DIARIO.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT DIARIO
               IF NOT FS-DIARIO-OK
                   DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN INPUT ENTRADA
               IF NOT FS-ENTRADA-OK
                   DISPLAY 'ERROR APERTURA ENTRADA FS: ' FS-ENTRADA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT TRABAJO
               IF NOT FS-TRABAJO-OK
                   DISPLAY 'ERROR APERTURA TRABAJO FS: ' FS-TRABAJO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT LIQUIDACION
               IF NOT FS-LIQUIDACION-OK
                   DISPLAY 'ERROR APERTURA LIQUIDACION FS: '
                       FS-LIQUIDACION
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT CONTROL-FINANZAS
               IF NOT FS-CONTROL-OK
                   DISPLAY 'ERROR APERTURA CONTROL FS: ' FS-CONTROL
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

      * TARIFA-MINUTO viene en centavos: 1250 es $12.50 por minuto.
       1260-APLICAR-PARAMETRO.
           EVALUATE REG-PARAM-CLAVE
               WHEN 'EDICION'
                   IF REG-PARAM-VALOR IS NUMERIC
                       MOVE REG-PARAM-VALOR TO WS-EDICION-PARAM
                   END-IF
               WHEN 'TARIFA-MINUTO'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR > ZERO
                       COMPUTE WS-TARIFA-MINUTO =
                           REG-PARAM-VALOR / 100
                       SET HAY-TARIFA TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Con EDICION en cero o ausente se recorre el diario una vez
      * solo para ubicar la edicion mas reciente y se vuelve a abrir.
       1300-ELEGIR-EDICION.
           IF WS-EDICION-PARAM > ZERO
               MOVE WS-EDICION-PARAM TO WS-EDICION-PROCESO
           ELSE
               PERFORM 5000-LEER-DIARIO
               PERFORM 1350-BUSCAR-EDICION-MAYOR UNTIL FS-DIARIO-FIN
               CLOSE DIARIO
               OPEN INPUT DIARIO
               IF NOT FS-DIARIO-OK
                   DISPLAY 'ERROR REAPERTURA DIARIO FS: ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               MOVE ZERO TO WS-CONTADOR-DIARIO
               MOVE WS-EDICION-MAX TO WS-EDICION-PROCESO
           END-IF
           .
       1300-ELEGIR-EDICION-EXIT.EXIT.

       1350-BUSCAR-EDICION-MAYOR.
           IF REG-JRNL-EDICION > WS-EDICION-MAX
               MOVE REG-JRNL-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5000-LEER-DIARIO
           .
       1350-BUSCAR-EDICION-MAYOR-EXIT.EXIT.

      * El acumulado de minutos del roster de la edicion es el total
      * del torneo contra el que cuadra la liquidacion.
       1400-CARGAR-ROSTER.
           PERFORM 5100-LEER-ENTRADA
           PERFORM 1450-GUARDAR-JUGADOR UNTIL FS-ENTRADA-FIN
           .
       1400-CARGAR-ROSTER-EXIT.EXIT.

       1450-GUARDAR-JUGADOR.
           IF NOT REG-CTRL-ES-ENVOLTORIO
               AND REG-JUGCOPAM-EDICION = WS-EDICION-PROCESO
               IF WS-TOTAL-ROSTER >= 1000
                   DISPLAY 'TABLA DE ROSTER LLENA, SE EXCEDE EL '
                       'LIMITE DE 1000 JUGADORES'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-ROSTER
               MOVE REG-JUGCOPAM-ID TO TR-ID (WS-TOTAL-ROSTER)
               MOVE REG-JUGCOPAM-CLUB TO TR-CLUB (WS-TOTAL-ROSTER)
               ADD REG-JUGCOPAM-MINUTOS TO WS-MINUTOS-ROSTER
           END-IF
           PERFORM 5100-LEER-ENTRADA
           .
       1450-GUARDAR-JUGADOR-EXIT.EXIT.

      * Solo los renglones aplicados con minutos entran a la
      * liquidacion; los de una fecha revertida no se pagan.
       2000-ATRIBUIR-RENGLON.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               AND REG-JRNL-MINUTOS > ZERO
               MOVE REG-JRNL-ID TO TRB-ID
               MOVE REG-JRNL-FECHA TO TRB-FECHA
               MOVE REG-JRNL-NOMBRE TO TRB-NOMBRE
               MOVE REG-JRNL-PAIS TO TRB-PAIS
               MOVE REG-JRNL-MINUTOS TO TRB-MINUTOS
               IF REG-JRNL-CLUB NOT = SPACES
                   MOVE REG-JRNL-CLUB TO TRB-CLUB
                   MOVE 'D' TO TRB-ORIGEN
               ELSE
                   PERFORM 2100-BUSCAR-CLUB-ROSTER
               END-IF
               WRITE REG-TRABAJO
               ADD 1 TO WS-CONTADOR-RENGLONES
           END-IF
           PERFORM 5000-LEER-DIARIO
           .
       2000-ATRIBUIR-RENGLON-EXIT.EXIT.

       2100-BUSCAR-CLUB-ROSTER.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM 2150-COMPARAR-ROSTER
               VARYING WS-IDX-ROSTER FROM 1 BY 1
               UNTIL WS-IDX-ROSTER > WS-TOTAL-ROSTER
               OR WS-IDX-HALLADO > ZERO
           IF WS-IDX-HALLADO > ZERO
               MOVE TR-CLUB (WS-IDX-HALLADO) TO TRB-CLUB
               MOVE 'R' TO TRB-ORIGEN
               ADD 1 TO WS-CONTADOR-DEL-ROSTER
           ELSE
               MOVE '*SIN CLUB*' TO TRB-CLUB
               MOVE 'S' TO TRB-ORIGEN
               ADD 1 TO WS-CONTADOR-SIN-CLUB
           END-IF
           .
       2100-BUSCAR-CLUB-ROSTER-EXIT.EXIT.

       2150-COMPARAR-ROSTER.
           IF TR-ID (WS-IDX-ROSTER) = REG-JRNL-ID
               MOVE WS-IDX-ROSTER TO WS-IDX-HALLADO
           END-IF
           .
       2150-COMPARAR-ROSTER-EXIT.EXIT.

       3000-ORDENAR-RENGLONES.
           CLOSE TRABAJO
           SORT WORK-ORDENACION
               ON ASCENDING KEY ORD-CLUB
                                ORD-ID
                                ORD-FECHA
               USING TRABAJO
               GIVING ORDENADO
           IF SORT-RETURN NOT = 0
               DISPLAY 'ERROR ORDENANDO RENGLONES, SORT-RETURN: '
                   SORT-RETURN
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           OPEN INPUT ORDENADO
           IF NOT FS-ORDENADO-OK
               DISPLAY 'ERROR APERTURA ORDENADO FS: ' FS-ORDENADO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 5200-LEER-ORDENADO
           .
       3000-ORDENAR-RENGLONES-EXIT.EXIT.

      * Corte por club y, dentro del club, por jugador: cada jugador
      * lleva su renglon, el detalle por fecha y su subtotal; el club
      * cierra con el total a pagar.
       4000-LIQUIDAR-CLUB.
           MOVE LIQ-CLUB TO WS-CLUB-ACTUAL
           MOVE ZERO TO WS-MINUTOS-CLUB
           MOVE ZERO TO WS-IMPORTE-CLUB
           MOVE ZERO TO WS-JUGADORES-CLUB
           ADD 1 TO WS-CONTADOR-CLUBES
           MOVE WS-CLUB-ACTUAL TO WSH-CLUB
           WRITE REG-LIQUIDACION FROM WS-CABECERA-CLUB
           PERFORM 4100-LIQUIDAR-JUGADOR
               UNTIL FS-ORDENADO-FIN
               OR LIQ-CLUB NOT = WS-CLUB-ACTUAL
           MOVE WS-CLUB-ACTUAL TO WST-CLUB
           MOVE WS-MINUTOS-CLUB TO WST-MINUTOS
           MOVE WS-IMPORTE-CLUB TO WST-IMPORTE
           WRITE REG-LIQUIDACION FROM WS-LINEA-TOTAL-CLUB
           MOVE SPACES TO REG-LIQUIDACION
           WRITE REG-LIQUIDACION
           MOVE WS-CLUB-ACTUAL TO WSK-CLUB
           MOVE WS-JUGADORES-CLUB TO WSK-JUGADORES
           MOVE WS-MINUTOS-CLUB TO WSK-MINUTOS
           MOVE WS-IMPORTE-CLUB TO WSK-IMPORTE
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-CLUB
           ADD WS-MINUTOS-CLUB TO WS-MINUTOS-LIQUIDADOS
           ADD WS-IMPORTE-CLUB TO WS-IMPORTE-TOTAL
           .
       4000-LIQUIDAR-CLUB-EXIT.EXIT.

       4100-LIQUIDAR-JUGADOR.
           MOVE LIQ-ID TO WS-ID-ACTUAL
           MOVE ZERO TO WS-MINUTOS-JUGADOR
           ADD 1 TO WS-JUGADORES-CLUB
           MOVE LIQ-ID TO WSJ-ID
           MOVE LIQ-NOMBRE TO WSJ-NOMBRE
           MOVE LIQ-PAIS TO WSJ-PAIS
           WRITE REG-LIQUIDACION FROM WS-LINEA-JUGADOR
           PERFORM 4200-DETALLAR-FECHA
               UNTIL FS-ORDENADO-FIN
               OR LIQ-CLUB NOT = WS-CLUB-ACTUAL
               OR LIQ-ID NOT = WS-ID-ACTUAL
           COMPUTE WS-IMPORTE-JUGADOR =
               WS-MINUTOS-JUGADOR * WS-TARIFA-MINUTO
           MOVE WS-MINUTOS-JUGADOR TO WSS-MINUTOS
           MOVE WS-IMPORTE-JUGADOR TO WSS-IMPORTE
           WRITE REG-LIQUIDACION FROM WS-LINEA-SUBTOTAL
           ADD WS-MINUTOS-JUGADOR TO WS-MINUTOS-CLUB
           ADD WS-IMPORTE-JUGADOR TO WS-IMPORTE-CLUB
           .
       4100-LIQUIDAR-JUGADOR-EXIT.EXIT.

       4200-DETALLAR-FECHA.
           MOVE LIQ-FECHA TO WSD-FECHA
           MOVE LIQ-MINUTOS TO WSD-MINUTOS
           EVALUATE LIQ-ORIGEN
               WHEN 'R'
                   MOVE 'CLUB TOMADO DEL ROSTER ACTUAL' TO WSD-ORIGEN
               WHEN 'S'
                   MOVE 'JUGADOR SIN CLUB EN EL ROSTER' TO WSD-ORIGEN
               WHEN OTHER
                   MOVE SPACES TO WSD-ORIGEN
           END-EVALUATE
           WRITE REG-LIQUIDACION FROM WS-LINEA-FECHA
           ADD LIQ-MINUTOS TO WS-MINUTOS-JUGADOR
           PERFORM 5200-LEER-ORDENADO
           .
       4200-DETALLAR-FECHA-EXIT.EXIT.

       5000-LEER-DIARIO.
           READ DIARIO
           EVALUATE TRUE
               WHEN FS-DIARIO-OK
                   ADD 1 TO WS-CONTADOR-DIARIO
               WHEN FS-DIARIO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA DIARIO FS ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-DIARIO-EXIT.EXIT.

       5100-LEER-ENTRADA.
           READ ENTRADA
           EVALUATE TRUE
               WHEN FS-ENTRADA-OK
                   CONTINUE
               WHEN FS-ENTRADA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ENTRADA FS ' FS-ENTRADA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5100-LEER-ENTRADA-EXIT.EXIT.

       5200-LEER-ORDENADO.
           READ ORDENADO
           EVALUATE TRUE
               WHEN FS-ORDENADO-OK
                   CONTINUE
               WHEN FS-ORDENADO-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ORDENADO FS ' FS-ORDENADO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5200-LEER-ORDENADO-EXIT.EXIT.

      * Los minutos liquidados salen del diario y los del torneo del
      * acumulado del roster: si no coinciden, falta una fecha en el
      * diario o el roster no esta al dia, y finanzas no debe pagar
      * hasta que se aclare.
       7000-CUADRAR-MINUTOS.
           COMPUTE WS-DIFERENCIA-MINUTOS =
               WS-MINUTOS-LIQUIDADOS - WS-MINUTOS-ROSTER
           MOVE 'MINUTOS LIQUIDADOS (DIARIO)' TO WSX-ROTULO
           MOVE WS-MINUTOS-LIQUIDADOS TO WSX-VALOR
           MOVE SPACES TO WSX-TEXTO
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-TOTAL
           MOVE 'MINUTOS DEL TORNEO (ROSTER)' TO WSX-ROTULO
           MOVE WS-MINUTOS-ROSTER TO WSX-VALOR
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-TOTAL
           MOVE 'DIFERENCIA DE MINUTOS' TO WSX-ROTULO
           MOVE WS-DIFERENCIA-MINUTOS TO WSX-VALOR
           IF WS-DIFERENCIA-MINUTOS = ZERO
               MOVE 'LIQUIDACION CUADRADA' TO WSX-TEXTO
           ELSE
               MOVE 'LIQUIDACION NO CUADRA, NO PAGAR' TO WSX-TEXTO
           END-IF
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-TOTAL
           MOVE 'RENGLONES CON CLUB DEL ROSTER' TO WSX-ROTULO
           MOVE WS-CONTADOR-DEL-ROSTER TO WSX-VALOR
           MOVE SPACES TO WSX-TEXTO
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-TOTAL
           MOVE 'RENGLONES SIN CLUB' TO WSX-ROTULO
           MOVE WS-CONTADOR-SIN-CLUB TO WSX-VALOR
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-TOTAL
           MOVE WS-IMPORTE-TOTAL TO WSY-IMPORTE
           WRITE REG-CONTROL FROM WS-LINEA-CONTROL-IMPORTE
           .
       7000-CUADRAR-MINUTOS-EXIT.EXIT.

       9000-FINAL.
           CLOSE DIARIO
           CLOSE ENTRADA
           CLOSE ORDENADO
           CLOSE LIQUIDACION
           CLOSE CONTROL-FINANZAS
           IF WS-DIFERENCIA-MINUTOS NOT = ZERO
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION LIQUIDADA: ' WS-EDICION-PROCESO
           DISPLAY 'TOTAL RENGLONES DE DIARIO LEIDOS: '
               WS-CONTADOR-DIARIO
           DISPLAY 'TOTAL RENGLONES LIQUIDADOS: ' WS-CONTADOR-RENGLONES
           DISPLAY 'TOTAL CLUBES LIQUIDADOS: ' WS-CONTADOR-CLUBES
           DISPLAY 'TOTAL MINUTOS LIQUIDADOS: ' WS-MINUTOS-LIQUIDADOS
           DISPLAY 'TOTAL MINUTOS DEL ROSTER: ' WS-MINUTOS-ROSTER
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM COMPENSACOPAM.
