      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Control de la fecha contra el fixture y programacion
      *           de la fecha siguiente. Cruza el maestro de fixture
      *           CALENDARIOCOPAM.dat con RESULTADOSCOPAM.dat para la
      *           edicion en curso, desde la primera fecha hasta la
      *           ultima jugada, y deja en FIXTURECOPAM-CONTROL.dat
      *           cada partido programado que no tiene resultado en su
      *           fecha, cada resultado de un cruce que no figura
      *           programado en esa fecha y cada pais que aparece en
      *           mas de un resultado de la misma fecha; con alguna
      *           observacion la corrida termina con codigo de retorno
      *           8 (12 si aborta). Ademas imprime en
      *           FIXTURECOPAM-PROXIMA.dat la programacion de la fecha
      *           siguiente, ordenada por dia, con el nombre de los
      *           paises de PAISESCOPAM.dat y la sede, para la
      *           comision organizadora y la oficina de prensa. La
      *           edicion sale de la clave EDICION de
      *           PARAMETROSCOPAM.dat o, en su ausencia, de la mas
      *           reciente de los resultados (o del fixture, antes del
      *           primer partido); la ultima fecha jugada, de la clave
      *           FECHA-NUMERO o de la mayor fecha con resultados de
      *           la edicion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTURECOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CALENDARIO ASSIGN TO "CALENDARIOCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CALENDARIO.
           SELECT RESULTADOS ASSIGN TO "RESULTADOSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESULTADOS.
           SELECT PAISESREF ASSIGN TO "PAISESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAISESREF.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
           SELECT CONTROL-FIXTURE ASSIGN TO "FIXTURECOPAM-CONTROL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CONTROL.
           SELECT PROXIMA ASSIGN TO "FIXTURECOPAM-PROXIMA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PROXIMA.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
           01  REG-CALENDARIO.
               COPY "CALENDCOPAM.cpy".

       FD  RESULTADOS.
           01  REG-RESULTADO.
               COPY "RESULTCOPAM.cpy".

       FD  PAISESREF.
           01  REG-PAISREF.
               COPY "PAISESCOPAM.cpy".

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".

       FD  CONTROL-FIXTURE.
           01  REG-CONTROL PIC X(120).

       FD  PROXIMA.
           01  REG-PROXIMA PIC X(120).
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-CALENDARIO                  PIC XX.
               88 FS-CALENDARIO-OK           VALUE '00'.
               88 FS-CALENDARIO-FIN          VALUE '10'.
           05 FS-RESULTADOS                  PIC XX.
               88 FS-RESULTADOS-OK           VALUE '00'.
               88 FS-RESULTADOS-FIN          VALUE '10'.
               88 FS-RESULTADOS-AUSENTE      VALUE '05' '35'.
           05 FS-PAISESREF                   PIC XX.
               88 FS-PAISESREF-OK            VALUE '00'.
               88 FS-PAISESREF-FIN           VALUE '10'.
               88 FS-PAISESREF-AUSENTE       VALUE '05' '35'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.
           05 FS-CONTROL                     PIC XX.
               88 FS-CONTROL-OK              VALUE '00'.
           05 FS-PROXIMA                     PIC XX.
               88 FS-PROXIMA-OK              VALUE '00'.

       01  VARIABLES.
           05 WS-CONTADOR-OBSERVACIONES PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-PROXIMA PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PROGRAMADOS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RESULTADOS PIC 9(4) VALUE ZERO.
           05 WS-IDX-PROG         PIC 9(4).
           05 WS-IDX-RES          PIC 9(4).
           05 WS-IDX-OTRO         PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-VECES-PAIS       PIC 9(4).
           05 WS-EDICION-PARAM    PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PARAM      PIC 9(02) VALUE ZERO.
           05 WS-FECHA-MAX        PIC 9(02) VALUE ZERO.
           05 WS-FECHA-JUGADA     PIC 9(02) VALUE ZERO.
           05 WS-FECHA-PROXIMA    PIC 9(02) VALUE ZERO.
           05 WS-PAIS-BUSCADO     PIC X(03).
           05 WS-NOMBRE-PAIS      PIC X(30).
           05 WS-DIA-MENOR        PIC 9(08).
           05 WS-DIA-EDITADO      PIC 9(08).
           05 WS-DIA-PARTES REDEFINES WS-DIA-EDITADO.
               10 WS-DIA-AAAA     PIC 9(04).
               10 WS-DIA-MM       PIC 9(02).
               10 WS-DIA-DD       PIC 9(02).
           05 WS-IDX-PAIS         PIC 99.

       01  WS-TOTAL-PAISES-REF           PIC 9(02) VALUE ZERO.
       01  TABLA-PAISES-REF.
           05 TAB-PAIS-REF OCCURS 50 TIMES.
               10 TPR-CODIGO             PIC X(03).
               10 TPR-NOMBRE             PIC X(30).

      * Fixture de la edicion procesada. TG-LISTADO marca los partidos
      * de la fecha siguiente ya impresos al ordenarlos por dia.
       01  TABLA-PROGRAMADOS.
           05 TAB-PROG OCCURS 200 TIMES.
               10 TG-FECHA     PIC 9(02).
               10 TG-DIA       PIC 9(08).
               10 TG-SEDE      PIC X(20).
               10 TG-GRUPO     PIC X(01).
               10 TG-LOCAL     PIC X(03).
               10 TG-VISITA    PIC X(03).
               10 TG-LISTADO   PIC X(01).
                   88 TG-YA-LISTADO VALUE 'S'.

      * Resultados de la edicion procesada. TR-USADO queda en 'S'
      * cuando el resultado cubre un partido programado.
       01  TABLA-RESULTADOS.
           05 TAB-RES OCCURS 200 TIMES.
               10 TR-FECHA     PIC 9(02).
               10 TR-GRUPO     PIC X(01).
               10 TR-LOCAL     PIC X(03).
               10 TR-GOLES-L   PIC 9(02).
               10 TR-VISITA    PIC X(03).
               10 TR-GOLES-V   PIC 9(02).
               10 TR-USADO     PIC X(01).
                   88 TR-CONTROLADO VALUE 'S'.

       01  WS-CABECERA-CONTROL.
           05 FILLER       PIC X(27)
               VALUE 'CONTROL DE FIXTURE EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(16) VALUE ' HASTA LA FECHA '.
           05 WSH-FECHA    PIC 9(02).

       01  WS-LINEA-OBSERVACION.
           05 FILLER       PIC X(06) VALUE 'FECHA '.
           05 WSO-FECHA    PIC 9(02).
           05 FILLER       PIC X(07) VALUE ' GRUPO '.
           05 WSO-GRUPO    PIC X(01).
           05 FILLER       PIC X(09) VALUE ' PARTIDO '.
           05 WSO-LOCAL    PIC X(03).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WSO-VISITA   PIC X(03).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSO-PAIS     PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSO-TEXTO    PIC X(45).

       01  WS-LINEA-CIERRE-CONTROL.
           05 FILLER       PIC X(21) VALUE 'PARTIDOS PROGRAMADOS '.
           05 WSF-PROGRAMADOS PIC 9(04).
           05 FILLER       PIC X(12) VALUE ' RESULTADOS '.
           05 WSF-RESULTADOS PIC 9(04).
           05 FILLER       PIC X(15) VALUE ' OBSERVACIONES '.
           05 WSF-OBSERVACIONES PIC 9(04).

       01  WS-TITULO-PROXIMA.
           05 FILLER       PIC X(14) VALUE 'PROXIMA FECHA '.
           05 WST-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' EDICION '.
           05 WST-EDICION  PIC 9(04).

       01  WS-COLUMNAS-PROXIMA.
           05 FILLER       PIC X(13) VALUE 'DIA'.
           05 FILLER       PIC X(06) VALUE 'GRUPO'.
           05 FILLER       PIC X(31) VALUE 'LOCAL'.
           05 FILLER       PIC X(31) VALUE 'VISITANTE'.
           05 FILLER       PIC X(20) VALUE 'SEDE'.

       01  WS-LINEA-PROXIMA.
           05 WSP-DD       PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 WSP-MM       PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 WSP-AAAA     PIC 9(04).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WSP-GRUPO    PIC X(01).
           05 FILLER       PIC X(05) VALUE SPACES.
           05 WSP-LOCAL    PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSP-VISITA   PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSP-SEDE     PIC X(20).

       01  WS-LINEA-SIN-PARTIDOS.
           05 FILLER       PIC X(45)
               VALUE 'SIN PARTIDOS PROGRAMADOS PARA LA FECHA'.

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 3000-CONTROLAR-PROGRAMADO
           VARYING WS-IDX-PROG FROM 1 BY 1
           UNTIL WS-IDX-PROG > WS-TOTAL-PROGRAMADOS.
       PERFORM 4000-CONTROLAR-RESULTADO
           VARYING WS-IDX-RES FROM 1 BY 1
           UNTIL WS-IDX-RES > WS-TOTAL-RESULTADOS.
       PERFORM 7000-ESCRIBIR-CIERRE.
       PERFORM 8000-PROGRAMAR-PROXIMA.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-CARGAR-PAISES.
           PERFORM 1400-ELEGIR-EDICION.
           PERFORM 1500-CARGAR-RESULTADOS.
           PERFORM 1600-CARGAR-CALENDARIO.
           IF WS-FECHA-PARAM > ZERO
               MOVE WS-FECHA-PARAM TO WS-FECHA-JUGADA
           ELSE
               MOVE WS-FECHA-MAX TO WS-FECHA-JUGADA
           END-IF.
           COMPUTE WS-FECHA-PROXIMA = WS-FECHA-JUGADA + 1.
           MOVE WS-EDICION-PROCESO TO WSH-EDICION.
           MOVE WS-FECHA-JUGADA TO WSH-FECHA.
           WRITE REG-CONTROL FROM WS-CABECERA-CONTROL.
       1000-INICIO-EXIT. EXIT.

      * Sin fixture no hay contra que controlar: la corrida aborta. Sin
      * resultados (edicion que todavia no empezo) solo se programa la
      * primera fecha.
       1100-ABRIR-ARCHIVOS.
           OPEN INPUT CALENDARIO
               IF NOT FS-CALENDARIO-OK
                   DISPLAY 'ERROR APERTURA CALENDARIO FS: '
                       FS-CALENDARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN INPUT RESULTADOS
               IF NOT FS-RESULTADOS-OK
                   AND NOT FS-RESULTADOS-AUSENTE
                   DISPLAY 'ERROR APERTURA RESULTADOS FS: '
                       FS-RESULTADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT CONTROL-FIXTURE
               IF NOT FS-CONTROL-OK
                   DISPLAY 'ERROR APERTURA CONTROL FS: ' FS-CONTROL
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT PROXIMA
               IF NOT FS-PROXIMA-OK
                   DISPLAY 'ERROR APERTURA PROXIMA FS: ' FS-PROXIMA
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

       1260-APLICAR-PARAMETRO.
           EVALUATE REG-PARAM-CLAVE
               WHEN 'EDICION'
                   IF REG-PARAM-VALOR IS NUMERIC
                       MOVE REG-PARAM-VALOR TO WS-EDICION-PARAM
                   END-IF
               WHEN 'FECHA-NUMERO'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR >= 1
                       AND REG-PARAM-VALOR <= 98
                       MOVE REG-PARAM-VALOR TO WS-FECHA-PARAM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

       1300-CARGAR-PAISES.
           MOVE ZERO TO WS-TOTAL-PAISES-REF
           OPEN INPUT PAISESREF
           EVALUATE TRUE
               WHEN FS-PAISESREF-OK
                   PERFORM 1350-LEER-PAISREF
                   PERFORM 1360-GUARDAR-PAISREF
                       UNTIL FS-PAISESREF-FIN
                   CLOSE PAISESREF
               WHEN FS-PAISESREF-AUSENTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA PAISESREF FS: '
                       FS-PAISESREF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1300-CARGAR-PAISES-EXIT.EXIT.

       1350-LEER-PAISREF.
           READ PAISESREF
           EVALUATE TRUE
               WHEN FS-PAISESREF-OK
                   CONTINUE
               WHEN FS-PAISESREF-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA PAISESREF FS ' FS-PAISESREF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1350-LEER-PAISREF-EXIT.EXIT.

       1360-GUARDAR-PAISREF.
           IF WS-TOTAL-PAISES-REF >= 50
               DISPLAY 'TABLA DE PAISES LLENA, SE EXCEDE EL LIMITE '
                   'DE 50 PAISES'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-PAISES-REF
           MOVE REG-PAISREF-CODIGO
               TO TPR-CODIGO (WS-TOTAL-PAISES-REF)
           MOVE REG-PAISREF-NOMBRE
               TO TPR-NOMBRE (WS-TOTAL-PAISES-REF)
           PERFORM 1350-LEER-PAISREF
           .
       1360-GUARDAR-PAISREF-EXIT.EXIT.

      * Con EDICION en cero o ausente se recorren los resultados y, si
      * no hay ninguno, el fixture, solo para ubicar la edicion mas
      * reciente; despues se vuelven a abrir para cargarlos.
       1400-ELEGIR-EDICION.
           IF WS-EDICION-PARAM > ZERO
               MOVE WS-EDICION-PARAM TO WS-EDICION-PROCESO
           ELSE
               IF FS-RESULTADOS-OK
                   PERFORM 5100-LEER-RESULTADO
                   PERFORM 1450-RELEVAR-EDICION-RESULTADO
                       UNTIL FS-RESULTADOS-FIN
                   CLOSE RESULTADOS
                   OPEN INPUT RESULTADOS
                   IF NOT FS-RESULTADOS-OK
                       DISPLAY 'ERROR REAPERTURA RESULTADOS FS: '
                           FS-RESULTADOS
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
                   END-IF
               END-IF
               IF WS-EDICION-MAX = ZERO
                   PERFORM 5000-LEER-CALENDARIO
                   PERFORM 1460-RELEVAR-EDICION-CALENDARIO
                       UNTIL FS-CALENDARIO-FIN
                   CLOSE CALENDARIO
                   OPEN INPUT CALENDARIO
                   IF NOT FS-CALENDARIO-OK
                       DISPLAY 'ERROR REAPERTURA CALENDARIO FS: '
                           FS-CALENDARIO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
                   END-IF
               END-IF
               MOVE WS-EDICION-MAX TO WS-EDICION-PROCESO
           END-IF
           .
       1400-ELEGIR-EDICION-EXIT.EXIT.

       1450-RELEVAR-EDICION-RESULTADO.
           IF REG-RESULT-EDICION IS NUMERIC
               AND REG-RESULT-EDICION > WS-EDICION-MAX
               MOVE REG-RESULT-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5100-LEER-RESULTADO
           .
       1450-RELEVAR-EDICION-RESULTADO-EXIT.EXIT.

       1460-RELEVAR-EDICION-CALENDARIO.
           IF REG-CAL-EDICION IS NUMERIC
               AND REG-CAL-EDICION > WS-EDICION-MAX
               MOVE REG-CAL-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5000-LEER-CALENDARIO
           .
       1460-RELEVAR-EDICION-CALENDARIO-EXIT.EXIT.

       1500-CARGAR-RESULTADOS.
           IF FS-RESULTADOS-OK
               PERFORM 5100-LEER-RESULTADO
               PERFORM 1550-GUARDAR-RESULTADO UNTIL FS-RESULTADOS-FIN
           END-IF
           .
       1500-CARGAR-RESULTADOS-EXIT.EXIT.

       1550-GUARDAR-RESULTADO.
           IF REG-RESULT-EDICION = WS-EDICION-PROCESO
               AND REG-RESULT-FECHA IS NUMERIC
               IF WS-TOTAL-RESULTADOS >= 200
                   DISPLAY 'TABLA DE RESULTADOS LLENA, SE EXCEDE EL '
                       'LIMITE DE 200 PARTIDOS POR EDICION'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-RESULTADOS
               MOVE REG-RESULT-FECHA  TO TR-FECHA (WS-TOTAL-RESULTADOS)
               MOVE REG-RESULT-GRUPO  TO TR-GRUPO (WS-TOTAL-RESULTADOS)
               MOVE REG-RESULT-LOCAL  TO TR-LOCAL (WS-TOTAL-RESULTADOS)
               MOVE REG-RESULT-GOLES-L
                   TO TR-GOLES-L (WS-TOTAL-RESULTADOS)
               MOVE REG-RESULT-VISITA
                   TO TR-VISITA (WS-TOTAL-RESULTADOS)
               MOVE REG-RESULT-GOLES-V
                   TO TR-GOLES-V (WS-TOTAL-RESULTADOS)
               MOVE 'N' TO TR-USADO (WS-TOTAL-RESULTADOS)
               IF REG-RESULT-FECHA > WS-FECHA-MAX
                   MOVE REG-RESULT-FECHA TO WS-FECHA-MAX
               END-IF
           END-IF
           PERFORM 5100-LEER-RESULTADO
           .
       1550-GUARDAR-RESULTADO-EXIT.EXIT.

       1600-CARGAR-CALENDARIO.
           PERFORM 5000-LEER-CALENDARIO
           PERFORM 1650-GUARDAR-PROGRAMADO UNTIL FS-CALENDARIO-FIN
           .
       1600-CARGAR-CALENDARIO-EXIT.EXIT.

       1650-GUARDAR-PROGRAMADO.
           IF REG-CAL-EDICION = WS-EDICION-PROCESO
               IF WS-TOTAL-PROGRAMADOS >= 200
                   DISPLAY 'TABLA DE FIXTURE LLENA, SE EXCEDE EL '
                       'LIMITE DE 200 PARTIDOS POR EDICION'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-PROGRAMADOS
               MOVE REG-CAL-FECHA  TO TG-FECHA  (WS-TOTAL-PROGRAMADOS)
               MOVE REG-CAL-DIA    TO TG-DIA    (WS-TOTAL-PROGRAMADOS)
               MOVE REG-CAL-SEDE   TO TG-SEDE   (WS-TOTAL-PROGRAMADOS)
               MOVE REG-CAL-GRUPO  TO TG-GRUPO  (WS-TOTAL-PROGRAMADOS)
               MOVE REG-CAL-LOCAL  TO TG-LOCAL  (WS-TOTAL-PROGRAMADOS)
               MOVE REG-CAL-VISITA TO TG-VISITA (WS-TOTAL-PROGRAMADOS)
               MOVE 'N' TO TG-LISTADO (WS-TOTAL-PROGRAMADOS)
           END-IF
           PERFORM 5000-LEER-CALENDARIO
           .
       1650-GUARDAR-PROGRAMADO-EXIT.EXIT.

      * Un partido programado en una fecha ya jugada tiene que tener
      * su resultado en esa misma fecha, con los paises en cualquier
      * orden de local y visitante.
       3000-CONTROLAR-PROGRAMADO.
           IF TG-FECHA (WS-IDX-PROG) <= WS-FECHA-JUGADA
               MOVE ZERO TO WS-IDX-HALLADO
               PERFORM 3100-BUSCAR-RESULTADO
                   VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-TOTAL-RESULTADOS
                   OR WS-IDX-HALLADO > ZERO
               IF WS-IDX-HALLADO = ZERO
                   MOVE TG-FECHA  (WS-IDX-PROG) TO WSO-FECHA
                   MOVE TG-GRUPO  (WS-IDX-PROG) TO WSO-GRUPO
                   MOVE TG-LOCAL  (WS-IDX-PROG) TO WSO-LOCAL
                   MOVE TG-VISITA (WS-IDX-PROG) TO WSO-VISITA
                   MOVE SPACES TO WSO-PAIS
                   MOVE 'PROGRAMADO SIN RESULTADO EN LA FECHA'
                       TO WSO-TEXTO
                   PERFORM 6000-ESCRIBIR-OBSERVACION
               ELSE
                   MOVE 'S' TO TR-USADO (WS-IDX-HALLADO)
               END-IF
           END-IF
           .
       3000-CONTROLAR-PROGRAMADO-EXIT.EXIT.

       3100-BUSCAR-RESULTADO.
           IF NOT TR-CONTROLADO (WS-IDX-RES)
               AND TR-FECHA (WS-IDX-RES) = TG-FECHA (WS-IDX-PROG)
               IF (TR-LOCAL (WS-IDX-RES) = TG-LOCAL (WS-IDX-PROG)
                   AND TR-VISITA (WS-IDX-RES) = TG-VISITA (WS-IDX-PROG))
                   OR (TR-LOCAL (WS-IDX-RES) = TG-VISITA (WS-IDX-PROG)
                   AND TR-VISITA (WS-IDX-RES) = TG-LOCAL (WS-IDX-PROG))
                   MOVE WS-IDX-RES TO WS-IDX-HALLADO
               END-IF
           END-IF
           .
       3100-BUSCAR-RESULTADO-EXIT.EXIT.

      * Resultados de fechas ya jugadas que no cubrieron un partido
      * programado, y paises con mas de un resultado en la misma
      * fecha (se informa una vez, en su primer resultado).
       4000-CONTROLAR-RESULTADO.
           IF TR-FECHA (WS-IDX-RES) <= WS-FECHA-JUGADA
               MOVE TR-FECHA  (WS-IDX-RES) TO WSO-FECHA
               MOVE TR-GRUPO  (WS-IDX-RES) TO WSO-GRUPO
               MOVE TR-LOCAL  (WS-IDX-RES) TO WSO-LOCAL
               MOVE TR-VISITA (WS-IDX-RES) TO WSO-VISITA
               IF NOT TR-CONTROLADO (WS-IDX-RES)
                   MOVE SPACES TO WSO-PAIS
                   MOVE 'RESULTADO SIN PARTIDO PROGRAMADO EN LA FECHA'
                       TO WSO-TEXTO
                   PERFORM 6000-ESCRIBIR-OBSERVACION
               END-IF
               MOVE TR-LOCAL (WS-IDX-RES) TO WS-PAIS-BUSCADO
               PERFORM 4100-CONTROLAR-PAIS-REPETIDO
               MOVE TR-VISITA (WS-IDX-RES) TO WS-PAIS-BUSCADO
               PERFORM 4100-CONTROLAR-PAIS-REPETIDO
           END-IF
           .
       4000-CONTROLAR-RESULTADO-EXIT.EXIT.

       4100-CONTROLAR-PAIS-REPETIDO.
           MOVE ZERO TO WS-VECES-PAIS
           PERFORM 4150-CONTAR-PAIS
               VARYING WS-IDX-OTRO FROM 1 BY 1
               UNTIL WS-IDX-OTRO > WS-IDX-RES
           IF WS-VECES-PAIS = 1
               PERFORM 4150-CONTAR-PAIS
                   VARYING WS-IDX-OTRO FROM WS-IDX-RES BY 1
                   UNTIL WS-IDX-OTRO > WS-TOTAL-RESULTADOS
               IF WS-VECES-PAIS > 2
                   MOVE WS-PAIS-BUSCADO TO WSO-PAIS
                   MOVE 'PAIS CON MAS DE UN RESULTADO EN LA FECHA'
                       TO WSO-TEXTO
                   PERFORM 6000-ESCRIBIR-OBSERVACION
               END-IF
           END-IF
           .
       4100-CONTROLAR-PAIS-REPETIDO-EXIT.EXIT.

       4150-CONTAR-PAIS.
           IF TR-FECHA (WS-IDX-OTRO) = TR-FECHA (WS-IDX-RES)
               IF TR-LOCAL (WS-IDX-OTRO) = WS-PAIS-BUSCADO
                   OR TR-VISITA (WS-IDX-OTRO) = WS-PAIS-BUSCADO
                   ADD 1 TO WS-VECES-PAIS
               END-IF
           END-IF
           .
       4150-CONTAR-PAIS-EXIT.EXIT.

       5000-LEER-CALENDARIO.
           READ CALENDARIO
           EVALUATE TRUE
               WHEN FS-CALENDARIO-OK
                   CONTINUE
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

       5100-LEER-RESULTADO.
           READ RESULTADOS
           EVALUATE TRUE
               WHEN FS-RESULTADOS-OK
                   CONTINUE
               WHEN FS-RESULTADOS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA RESULTADOS FS '
                       FS-RESULTADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5100-LEER-RESULTADO-EXIT.EXIT.

       6000-ESCRIBIR-OBSERVACION.
           WRITE REG-CONTROL FROM WS-LINEA-OBSERVACION
           ADD 1 TO WS-CONTADOR-OBSERVACIONES
           .
       6000-ESCRIBIR-OBSERVACION-EXIT.EXIT.

       7000-ESCRIBIR-CIERRE.
           MOVE WS-TOTAL-PROGRAMADOS TO WSF-PROGRAMADOS
           MOVE WS-TOTAL-RESULTADOS TO WSF-RESULTADOS
           MOVE WS-CONTADOR-OBSERVACIONES TO WSF-OBSERVACIONES
           WRITE REG-CONTROL FROM WS-LINEA-CIERRE-CONTROL
           .
       7000-ESCRIBIR-CIERRE-EXIT.EXIT.

      * Los partidos de la fecha siguiente se imprimen de a uno,
      * tomando cada vez el de dia mas temprano todavia no listado.
       8000-PROGRAMAR-PROXIMA.
           MOVE WS-FECHA-PROXIMA TO WST-FECHA
           MOVE WS-EDICION-PROCESO TO WST-EDICION
           WRITE REG-PROXIMA FROM WS-TITULO-PROXIMA
           WRITE REG-PROXIMA FROM WS-COLUMNAS-PROXIMA
           MOVE 1 TO WS-IDX-HALLADO
           PERFORM 8100-LISTAR-SIGUIENTE
               UNTIL WS-IDX-HALLADO = ZERO
           IF WS-CONTADOR-PROXIMA = ZERO
               WRITE REG-PROXIMA FROM WS-LINEA-SIN-PARTIDOS
           END-IF
           .
       8000-PROGRAMAR-PROXIMA-EXIT.EXIT.

       8100-LISTAR-SIGUIENTE.
           MOVE ZERO TO WS-IDX-HALLADO
           MOVE 99999999 TO WS-DIA-MENOR
           PERFORM 8150-COMPARAR-DIA
               VARYING WS-IDX-PROG FROM 1 BY 1
               UNTIL WS-IDX-PROG > WS-TOTAL-PROGRAMADOS
           IF WS-IDX-HALLADO > ZERO
               PERFORM 8200-ESCRIBIR-PARTIDO
           END-IF
           .
       8100-LISTAR-SIGUIENTE-EXIT.EXIT.

       8150-COMPARAR-DIA.
           IF TG-FECHA (WS-IDX-PROG) = WS-FECHA-PROXIMA
               AND NOT TG-YA-LISTADO (WS-IDX-PROG)
               AND (WS-IDX-HALLADO = ZERO
               OR TG-DIA (WS-IDX-PROG) < WS-DIA-MENOR)
               MOVE WS-IDX-PROG TO WS-IDX-HALLADO
               MOVE TG-DIA (WS-IDX-PROG) TO WS-DIA-MENOR
           END-IF
           .
       8150-COMPARAR-DIA-EXIT.EXIT.

       8200-ESCRIBIR-PARTIDO.
           MOVE 'S' TO TG-LISTADO (WS-IDX-HALLADO)
           MOVE TG-DIA (WS-IDX-HALLADO) TO WS-DIA-EDITADO
           MOVE WS-DIA-DD TO WSP-DD
           MOVE WS-DIA-MM TO WSP-MM
           MOVE WS-DIA-AAAA TO WSP-AAAA
           MOVE TG-GRUPO (WS-IDX-HALLADO) TO WSP-GRUPO
           MOVE TG-LOCAL (WS-IDX-HALLADO) TO WS-PAIS-BUSCADO
           PERFORM 8300-NOMBRE-PAIS
           MOVE WS-NOMBRE-PAIS TO WSP-LOCAL
           MOVE TG-VISITA (WS-IDX-HALLADO) TO WS-PAIS-BUSCADO
           PERFORM 8300-NOMBRE-PAIS
           MOVE WS-NOMBRE-PAIS TO WSP-VISITA
           MOVE TG-SEDE (WS-IDX-HALLADO) TO WSP-SEDE
           WRITE REG-PROXIMA FROM WS-LINEA-PROXIMA
           ADD 1 TO WS-CONTADOR-PROXIMA
           .
       8200-ESCRIBIR-PARTIDO-EXIT.EXIT.

      * Sin el maestro de paises, o con un codigo que no figura, se
      * imprime el codigo.
       8300-NOMBRE-PAIS.
           MOVE WS-PAIS-BUSCADO TO WS-NOMBRE-PAIS
           PERFORM 8350-COMPARAR-NOMBRE-PAIS
               VARYING WS-IDX-PAIS FROM 1 BY 1
               UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES-REF
           .
       8300-NOMBRE-PAIS-EXIT.EXIT.

       8350-COMPARAR-NOMBRE-PAIS.
           IF TPR-CODIGO (WS-IDX-PAIS) = WS-PAIS-BUSCADO
               MOVE TPR-NOMBRE (WS-IDX-PAIS) TO WS-NOMBRE-PAIS
           END-IF
           .
       8350-COMPARAR-NOMBRE-PAIS-EXIT.EXIT.

       9000-FINAL.
           CLOSE CALENDARIO
           CLOSE RESULTADOS
           CLOSE CONTROL-FIXTURE
           CLOSE PROXIMA
           IF WS-CONTADOR-OBSERVACIONES > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION CONTROLADA: ' WS-EDICION-PROCESO
           DISPLAY 'ULTIMA FECHA JUGADA: ' WS-FECHA-JUGADA
           DISPLAY 'TOTAL PARTIDOS PROGRAMADOS: ' WS-TOTAL-PROGRAMADOS
           DISPLAY 'TOTAL RESULTADOS: ' WS-TOTAL-RESULTADOS
           DISPLAY 'TOTAL OBSERVACIONES: ' WS-CONTADOR-OBSERVACIONES
           DISPLAY 'PARTIDOS DE LA PROXIMA FECHA: '
               WS-CONTADOR-PROXIMA
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM FIXTURECOPAM.
