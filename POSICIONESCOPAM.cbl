      *           indique la clave EDICION de PARAMETROSCOPAM.dat o,
      *           en su ausencia, la mas reciente presente en el
      *           archivo de resultados.
      * Modification History:
      *   2026-10-15  Ademas del listado, la tabla final de cada grupo
      *               se graba renglon por renglon en el extracto
      *               POSICIONESCOPAM-CLASIF.dat (CLASIFCOPAM.cpy),
      *               del que LLAVESCOPAM toma los clasificados a la
      *               fase eliminatoria.
      *   2026-10-15  Desempate reglamentario: a igualdad de puntos y
      *               diferencia de gol se aplican, en el orden de las
      *               claves DESEMPATE-1 a DESEMPATE-4 de
      *               PARAMETROSCOPAM.dat, goles a favor, puntos y
      *               diferencia de gol entre si (solo los partidos
      *               entre los equipos empatados) y fair play. El fair
      *               play sale de las tarjetas del diario
      *               JUGCOPAM-DIARIO.dat en los partidos de grupo de
      *               cada pais, pesadas con FAIRPLAY-AMARILLA y
      *               FAIRPLAY-ROJA, y se lista por pais en
      *               POSICIONESCOPAM-FAIRPLAY.dat. Cada puesto empatado
      *               muestra el criterio que lo definio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECHAZOS ASSIGN TO "POSICIONESCOPAM-RECHAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT CLASIF ASSIGN TO "POSICIONESCOPAM-CLASIF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CLASIF.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
           SELECT FAIRPLAY ASSIGN TO "POSICIONESCOPAM-FAIRPLAY.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FAIRPLAY.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       FD  RECHAZOS.
           01  REG-RECHAZO PIC X(120).

       FD  CLASIF.
           01  REG-CLASIF.
               COPY "CLASIFCOPAM.cpy".

       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".

       FD  FAIRPLAY.
           01  REG-FAIRPLAY PIC X(120).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
               88 FS-SALIDA-OK               VALUE '00'.
           05 FS-RECHAZOS                    PIC XX.
               88 FS-RECHAZOS-OK             VALUE '00'.
           05 FS-CLASIF                      PIC XX.
               88 FS-CLASIF-OK               VALUE '00'.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
               88 FS-DIARIO-AUSENTE          VALUE '05' '35'.
           05 FS-FAIRPLAY                    PIC XX.
               88 FS-FAIRPLAY-OK             VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-PAIS-BUSCADO     PIC X(03).
           05 WS-GRUPO-ACTUAL     PIC X(01).
           05 WS-DIF-A            PIC S9(04).
           05 WS-DIF-B            PIC S9(04).
           05 WS-CONTADOR-DIARIO  PIC 9(4) VALUE ZERO.
           05 WS-IDX-A            PIC 9(4).
           05 WS-IDX-B            PIC 9(4).
           05 WS-IDX-RIVAL        PIC 9(4).
           05 WS-IDX-ORDEN        PIC 9(4).
           05 WS-IDX-CRITERIO     PIC 9(1).
           05 WS-FAIRPLAY-AMARILLA PIC 9(02) VALUE 1.
           05 WS-FAIRPLAY-ROJA    PIC 9(02) VALUE 3.
           05 WS-PAIS-RIVAL       PIC X(03).
           05 WS-GOLES-PROPIOS    PIC 9(02).
           05 WS-GOLES-RIVAL      PIC 9(02).
      * Resultado de comparar el renglon A contra el B: WS-COMPARACION
      * dice si A va adelante, atras o quedan iguales, y
      * WS-CRITERIO-DECISIVO que criterio los separo (cero si alcanzo
      * con puntos o diferencia de gol, 9 si ninguno los separo).
           05 WS-COMPARACION      PIC X(01).
               88 COMP-MEJOR      VALUE 'M'.
               88 COMP-PEOR       VALUE 'P'.
               88 COMP-IGUAL      VALUE 'I'.
           05 WS-CRITERIO-DECISIVO PIC 9(01).
           05 WS-PARTIDO-DE-GRUPO PIC X VALUE 'N'.
               88 PARTIDO-DE-GRUPO VALUE 'S'.
           05 WS-RIVAL-EMPATADO   PIC X VALUE 'N'.
               88 RIVAL-EMPATADO  VALUE 'S'.
           05 WS-ENTRE-SI-CON-GF  PIC X VALUE 'N'.
               88 ENTRE-SI-CON-GF VALUE 'S'.
           05 WS-ENTRE-SI-CON-FP  PIC X VALUE 'N'.
               88 ENTRE-SI-CON-FP VALUE 'S'.
           05 WS-ENTRE-SI-UBICADO PIC X VALUE 'N'.
               88 ENTRE-SI-UBICADO VALUE 'S'.

      * Orden de los criterios de desempate (claves DESEMPATE-1 a
      * DESEMPATE-4): 1 goles a favor, 2 puntos entre si, 3
      * diferencia de gol entre si, 4 fair play.
       01  TABLA-CRITERIOS.
           05 TAB-CRITERIO OCCURS 4 TIMES PIC 9(01).

       01  TABLA-NOMBRES-CRITERIO-INIC.
           05 FILLER PIC X(20) VALUE 'GOLES A FAVOR'.
           05 FILLER PIC X(20) VALUE 'PUNTOS ENTRE SI'.
           05 FILLER PIC X(20) VALUE 'DIFERENCIA ENTRE SI'.
           05 FILLER PIC X(20) VALUE 'FAIR PLAY'.
       01  TABLA-NOMBRES-CRITERIO
               REDEFINES TABLA-NOMBRES-CRITERIO-INIC.
           05 TAB-NOMBRE-CRITERIO OCCURS 4 TIMES PIC X(20).

       01  WS-VALIDACION.
           05 WS-REG-VALIDO              PIC X VALUE 'S'.
               10 TRS-GOLES-L  PIC 9(02).
               10 TRS-VISITA   PIC X(03).
               10 TRS-GOLES-V  PIC 9(02).
               10 TRS-VALIDO   PIC X(01).
                   88 TRS-ES-VALIDO VALUE 'S'.

      * Un renglon por pais y grupo; se alimenta dos veces por
      * resultado (una por cada pais del partido).
               10 TPO-GOLES-F  PIC 9(03).
               10 TPO-GOLES-C  PIC 9(03).
               10 TPO-PUNTOS   PIC 9(03).
               10 TPO-AMARILLAS PIC 9(03).
               10 TPO-ROJAS    PIC 9(03).
               10 TPO-FAIRPLAY PIC 9(04).
               10 TPO-PTS-ENTRE-SI PIC 9(03).
               10 TPO-DIF-ENTRE-SI PIC S9(04).
               10 TPO-USADO    PIC X VALUE 'N'.
                   88 TPO-YA-USADO VALUE 'S'.

      * Orden final del grupo que se esta listando.
       01  WS-TOTAL-ORDEN         PIC 9(4) VALUE ZERO.
       01  TABLA-ORDEN.
           05 TAB-ORDEN OCCURS 100 TIMES.
               10 TOR-IDX      PIC 9(4).

       01  WS-TOTAL-GRUPOS        PIC 9(2) VALUE ZERO.
       01  TABLA-GRUPOS.
           05 TAB-GRUPO OCCURS 10 TIMES.
           05 WSP-DIF     PIC S9(04) SIGN LEADING SEPARATE.
           05 FILLER      PIC X(05) VALUE ' PTS '.
           05 WSP-PUNTOS  PIC 9(03).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSP-DESEMPATE PIC X(30).

       01  WS-TEXTO-DESEMPATE.
           05 FILLER      PIC X(10) VALUE 'DESEMPATE '.
           05 WST-CRITERIO PIC X(20).

       01  WS-CABECERA-FAIRPLAY.
           05 FILLER            PIC X(27)
               VALUE 'FAIR PLAY POR PAIS EDICION '.
           05 WSF-EDICION       PIC 9(04).
           05 FILLER            PIC X(12) VALUE ' AMARILLA = '.
           05 WSF-PESO-AMARILLA PIC 9(02).
           05 FILLER            PIC X(08) VALUE ' ROJA = '.
           05 WSF-PESO-ROJA     PIC 9(02).

       01  WS-LINEA-FAIRPLAY.
           05 FILLER      PIC X(06) VALUE 'GRUPO '.
           05 WSF-GRUPO   PIC X(01).
           05 FILLER      PIC X(06) VALUE ' PAIS '.
           05 WSF-PAIS    PIC X(03).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSF-PAIS-NOMBRE PIC X(30).
           05 FILLER      PIC X(11) VALUE ' AMARILLAS '.
           05 WSF-AMARILLAS PIC 9(03).
           05 FILLER      PIC X(07) VALUE ' ROJAS '.
           05 WSF-ROJAS   PIC 9(03).
           05 FILLER      PIC X(08) VALUE ' PUNTOS '.
           05 WSF-PUNTOS  PIC 9(04).

       01  WS-LINEA-RECHAZO.
           05 FILLER      PIC X(09) VALUE 'RESULTADO'.
       PERFORM 3000-ACUMULAR-RESULTADOS
           VARYING WS-IDX-RESULTADO FROM 1 BY 1
           UNTIL WS-IDX-RESULTADO > WS-TOTAL-RESULTADOS.
       PERFORM 4000-CARGAR-FAIRPLAY.
       PERFORM 4500-CALCULAR-ENTRE-SI
           VARYING WS-IDX-A FROM 1 BY 1
           UNTIL WS-IDX-A > WS-TOTAL-POSICIONES.
       PERFORM 6000-GENERAR-TABLA
           VARYING WS-IDX-GRUPO FROM 1 BY 1
           UNTIL WS-IDX-GRUPO > WS-TOTAL-GRUPOS.


       1000-INICIO.
           MOVE 1 TO TAB-CRITERIO (1).
           MOVE 2 TO TAB-CRITERIO (2).
           MOVE 3 TO TAB-CRITERIO (3).
           MOVE 4 TO TAB-CRITERIO (4).
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1280-UBICAR-ENTRE-SI.
           PERFORM 1300-CARGAR-PAISES.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 5000-LEER-RESULTADO.
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT FAIRPLAY
               IF NOT FS-FAIRPLAY-OK
                   DISPLAY 'ERROR APERTURA FAIRPLAY FS: ' FS-FAIRPLAY
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT CLASIF
               IF NOT FS-CLASIF-OK
                   DISPLAY 'ERROR APERTURA CLASIF FS: ' FS-CLASIF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

       1200-CARGAR-PARAMETROS.
                   IF REG-PARAM-VALOR IS NUMERIC
                       MOVE REG-PARAM-VALOR TO WS-EDICION-PARAM
                   END-IF
               WHEN 'DESEMPATE-1'
                   MOVE 1 TO WS-IDX-CRITERIO
                   PERFORM 1270-FIJAR-CRITERIO
               WHEN 'DESEMPATE-2'
                   MOVE 2 TO WS-IDX-CRITERIO
                   PERFORM 1270-FIJAR-CRITERIO
               WHEN 'DESEMPATE-3'
                   MOVE 3 TO WS-IDX-CRITERIO
                   PERFORM 1270-FIJAR-CRITERIO
               WHEN 'DESEMPATE-4'
                   MOVE 4 TO WS-IDX-CRITERIO
                   PERFORM 1270-FIJAR-CRITERIO
               WHEN 'FAIRPLAY-AMARILLA'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FAIRPLAY-AMARILLA
                   END-IF
               WHEN 'FAIRPLAY-ROJA'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FAIRPLAY-ROJA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Un codigo de criterio fuera de 1-4 se ignora y el lugar queda
      * con el orden compilado.
       1270-FIJAR-CRITERIO.
           IF REG-PARAM-VALOR IS NUMERIC
               AND REG-PARAM-VALOR >= 1
               AND REG-PARAM-VALOR <= 4
               MOVE REG-PARAM-VALOR TO TAB-CRITERIO (WS-IDX-CRITERIO)
           END-IF
           .
       1270-FIJAR-CRITERIO-EXIT.EXIT.

      * Los equipos que se comparan entre si son los que siguen
      * empatados al llegar al primer criterio entre si: iguales en
      * puntos, diferencia de gol y en los criterios que el orden
      * configurado pone antes.
       1280-UBICAR-ENTRE-SI.
           MOVE 'N' TO WS-ENTRE-SI-CON-GF
           MOVE 'N' TO WS-ENTRE-SI-CON-FP
           MOVE 'N' TO WS-ENTRE-SI-UBICADO
           PERFORM 1290-REVISAR-CRITERIO
               VARYING WS-IDX-CRITERIO FROM 1 BY 1
               UNTIL WS-IDX-CRITERIO > 4
               OR ENTRE-SI-UBICADO
           .
       1280-UBICAR-ENTRE-SI-EXIT.EXIT.

       1290-REVISAR-CRITERIO.
           EVALUATE TAB-CRITERIO (WS-IDX-CRITERIO)
               WHEN 1
                   SET ENTRE-SI-CON-GF TO TRUE
               WHEN 4
                   SET ENTRE-SI-CON-FP TO TRUE
               WHEN OTHER
                   SET ENTRE-SI-UBICADO TO TRUE
           END-EVALUATE
           .
       1290-REVISAR-CRITERIO-EXIT.EXIT.

       1300-CARGAR-PAISES.
           MOVE ZERO TO WS-TOTAL-PAISES-REF
           OPEN INPUT PAISESREF
               TO TRS-VISITA  (WS-TOTAL-RESULTADOS)
           MOVE REG-RESULT-GOLES-V
               TO TRS-GOLES-V (WS-TOTAL-RESULTADOS)
           MOVE 'N' TO TRS-VALIDO (WS-TOTAL-RESULTADOS)
           IF REG-RESULT-EDICION > WS-EDICION-MAX
               MOVE REG-RESULT-EDICION TO WS-EDICION-MAX
           END-IF
           END-IF
           MOVE WS-EDICION-PROCESO TO WSC-EDICION
           WRITE REG-SALIDA FROM WS-CABECERA-SALIDA
           MOVE WS-EDICION-PROCESO TO WSF-EDICION
           MOVE WS-FAIRPLAY-AMARILLA TO WSF-PESO-AMARILLA
           MOVE WS-FAIRPLAY-ROJA TO WSF-PESO-ROJA
           WRITE REG-FAIRPLAY FROM WS-CABECERA-FAIRPLAY
           .
       2500-ELEGIR-EDICION-EXIT.EXIT.

               PERFORM 3100-VALIDAR-RESULTADO
               IF REG-VALIDO
                   PERFORM 3200-SUMAR-PARTIDO
                   MOVE 'S' TO TRS-VALIDO (WS-IDX-RESULTADO)
                   ADD 1 TO WS-CONTADOR-APLICADOS
               ELSE
                   PERFORM 3500-RECHAZAR-RESULTADO
           .
       3500-RECHAZAR-RESULTADO-EXIT.EXIT.

      * Tarjetas del diario de la edicion, contadas solo para el pais
      * que en esa fecha jugo un partido de grupo valido; sin diario
      * todos los paises quedan con fair play en cero.
       4000-CARGAR-FAIRPLAY.
           OPEN INPUT DIARIO
           EVALUATE TRUE
               WHEN FS-DIARIO-OK
                   PERFORM 5100-LEER-DIARIO
                   PERFORM 4100-SUMAR-TARJETAS UNTIL FS-DIARIO-FIN
                   CLOSE DIARIO
               WHEN FS-DIARIO-AUSENTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           PERFORM 4300-PESAR-FAIRPLAY
               VARYING WS-IDX-POSICION FROM 1 BY 1
               UNTIL WS-IDX-POSICION > WS-TOTAL-POSICIONES
           .
       4000-CARGAR-FAIRPLAY-EXIT.EXIT.

       4100-SUMAR-TARJETAS.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               MOVE 'N' TO WS-PARTIDO-DE-GRUPO
               PERFORM 4150-BUSCAR-PARTIDO-DIARIO
                   VARYING WS-IDX-RESULTADO FROM 1 BY 1
                   UNTIL WS-IDX-RESULTADO > WS-TOTAL-RESULTADOS
                   OR PARTIDO-DE-GRUPO
               IF PARTIDO-DE-GRUPO
                   MOVE REG-JRNL-PAIS TO WS-PAIS-BUSCADO
                   PERFORM 3300-UBICAR-POSICION
                   ADD REG-JRNL-TAMA TO TPO-AMARILLAS (WS-IDX-HALLADO)
                   ADD REG-JRNL-TROJ TO TPO-ROJAS (WS-IDX-HALLADO)
               END-IF
           END-IF
           PERFORM 5100-LEER-DIARIO
           .
       4100-SUMAR-TARJETAS-EXIT.EXIT.

      * Al encontrar el partido deja en WS-GRUPO-ACTUAL su grupo para
      * ubicar el renglon del pais.
       4150-BUSCAR-PARTIDO-DIARIO.
           IF TRS-ES-VALIDO (WS-IDX-RESULTADO)
               AND TRS-FECHA (WS-IDX-RESULTADO) = REG-JRNL-FECHA
               AND (TRS-LOCAL (WS-IDX-RESULTADO) = REG-JRNL-PAIS
                   OR TRS-VISITA (WS-IDX-RESULTADO) = REG-JRNL-PAIS)
               SET PARTIDO-DE-GRUPO TO TRUE
               MOVE TRS-GRUPO (WS-IDX-RESULTADO) TO WS-GRUPO-ACTUAL
           END-IF
           .
       4150-BUSCAR-PARTIDO-DIARIO-EXIT.EXIT.

       4300-PESAR-FAIRPLAY.
           COMPUTE TPO-FAIRPLAY (WS-IDX-POSICION) =
               TPO-AMARILLAS (WS-IDX-POSICION) * WS-FAIRPLAY-AMARILLA
               + TPO-ROJAS (WS-IDX-POSICION) * WS-FAIRPLAY-ROJA
           .
       4300-PESAR-FAIRPLAY-EXIT.EXIT.

      * Mini tabla del renglon A: puntos y diferencia de gol sacados
      * solo de los partidos contra los rivales del grupo que siguen
      * empatados con el al llegar a los criterios entre si.
       4500-CALCULAR-ENTRE-SI.
           MOVE ZERO TO TPO-PTS-ENTRE-SI (WS-IDX-A)
           MOVE ZERO TO TPO-DIF-ENTRE-SI (WS-IDX-A)
           PERFORM 4550-SUMAR-ENTRE-SI
               VARYING WS-IDX-RESULTADO FROM 1 BY 1
               UNTIL WS-IDX-RESULTADO > WS-TOTAL-RESULTADOS
           .
       4500-CALCULAR-ENTRE-SI-EXIT.EXIT.

       4550-SUMAR-ENTRE-SI.
           MOVE SPACES TO WS-PAIS-RIVAL
           IF TRS-ES-VALIDO (WS-IDX-RESULTADO)
               AND TRS-GRUPO (WS-IDX-RESULTADO) = TPO-GRUPO (WS-IDX-A)
               EVALUATE TPO-PAIS (WS-IDX-A)
                   WHEN TRS-LOCAL (WS-IDX-RESULTADO)
                       MOVE TRS-VISITA (WS-IDX-RESULTADO)
                           TO WS-PAIS-RIVAL
                       MOVE TRS-GOLES-L (WS-IDX-RESULTADO)
                           TO WS-GOLES-PROPIOS
                       MOVE TRS-GOLES-V (WS-IDX-RESULTADO)
                           TO WS-GOLES-RIVAL
                   WHEN TRS-VISITA (WS-IDX-RESULTADO)
                       MOVE TRS-LOCAL (WS-IDX-RESULTADO)
                           TO WS-PAIS-RIVAL
                       MOVE TRS-GOLES-V (WS-IDX-RESULTADO)
                           TO WS-GOLES-PROPIOS
                       MOVE TRS-GOLES-L (WS-IDX-RESULTADO)
                           TO WS-GOLES-RIVAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-PAIS-RIVAL NOT = SPACES
               PERFORM 4600-EVALUAR-RIVAL
               IF RIVAL-EMPATADO
                   COMPUTE TPO-DIF-ENTRE-SI (WS-IDX-A) =
                       TPO-DIF-ENTRE-SI (WS-IDX-A)
                       + WS-GOLES-PROPIOS - WS-GOLES-RIVAL
                   EVALUATE TRUE
                       WHEN WS-GOLES-PROPIOS > WS-GOLES-RIVAL
                           ADD 3 TO TPO-PTS-ENTRE-SI (WS-IDX-A)
                       WHEN WS-GOLES-PROPIOS = WS-GOLES-RIVAL
                           ADD 1 TO TPO-PTS-ENTRE-SI (WS-IDX-A)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .
       4550-SUMAR-ENTRE-SI-EXIT.EXIT.

      * Entra con WS-PAIS-RIVAL cargado; deja RIVAL-EMPATADO si ese
      * rival sigue igualado con el renglon A.
       4600-EVALUAR-RIVAL.
           MOVE 'N' TO WS-RIVAL-EMPATADO
           MOVE ZERO TO WS-IDX-RIVAL
           PERFORM 4650-COMPARAR-RIVAL
               VARYING WS-IDX-POSICION FROM 1 BY 1
               UNTIL WS-IDX-POSICION > WS-TOTAL-POSICIONES
               OR WS-IDX-RIVAL > ZERO
           IF WS-IDX-RIVAL > ZERO
               COMPUTE WS-DIF-A =
                   TPO-GOLES-F (WS-IDX-A) - TPO-GOLES-C (WS-IDX-A)
               COMPUTE WS-DIF-B =
                   TPO-GOLES-F (WS-IDX-RIVAL)
                   - TPO-GOLES-C (WS-IDX-RIVAL)
               IF TPO-PUNTOS (WS-IDX-RIVAL) = TPO-PUNTOS (WS-IDX-A)
                   AND WS-DIF-A = WS-DIF-B
                   SET RIVAL-EMPATADO TO TRUE
                   IF ENTRE-SI-CON-GF
                       AND TPO-GOLES-F (WS-IDX-RIVAL)
                           NOT = TPO-GOLES-F (WS-IDX-A)
                       MOVE 'N' TO WS-RIVAL-EMPATADO
                   END-IF
                   IF ENTRE-SI-CON-FP
                       AND TPO-FAIRPLAY (WS-IDX-RIVAL)
                           NOT = TPO-FAIRPLAY (WS-IDX-A)
                       MOVE 'N' TO WS-RIVAL-EMPATADO
                   END-IF
               END-IF
           END-IF
           .
       4600-EVALUAR-RIVAL-EXIT.EXIT.

       4650-COMPARAR-RIVAL.
           IF TPO-GRUPO (WS-IDX-POSICION) = TPO-GRUPO (WS-IDX-A)
               AND TPO-PAIS (WS-IDX-POSICION) = WS-PAIS-RIVAL
               MOVE WS-IDX-POSICION TO WS-IDX-RIVAL
           END-IF
           .
       4650-COMPARAR-RIVAL-EXIT.EXIT.

       5000-LEER-RESULTADO.
           READ RESULTADOS
           EVALUATE TRUE
           .
       5000-LEER-RESULTADO-EXIT.EXIT.

       5100-LEER-DIARIO.
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
       5100-LEER-DIARIO-EXIT.EXIT.

      * Igual criterio de seleccion por barrido que usa
      * GOLEADORESCOPAM: en cada vuelta se toma el mejor renglon del
      * grupo todavia no usado, por puntos, diferencia de gol y los
      * criterios de desempate. El orden completo se arma antes de
      * escribir para poder rotular cada puesto empatado con el
      * criterio que lo separo del vecino.
       6000-GENERAR-TABLA.
           MOVE TG-GRUPO (WS-IDX-GRUPO) TO WS-GRUPO-ACTUAL
           MOVE WS-GRUPO-ACTUAL TO WSG-GRUPO
           WRITE REG-SALIDA FROM WS-ROTULO-GRUPO
           MOVE ZERO TO WS-TOTAL-ORDEN
           PERFORM 6100-SELECCIONAR-RENGLON
           PERFORM 6200-PROCESAR-SELECCION UNTIL WS-IDX-MAYOR = ZERO
           PERFORM 6250-ESCRIBIR-PUESTO
               VARYING WS-IDX-ORDEN FROM 1 BY 1
               UNTIL WS-IDX-ORDEN > WS-TOTAL-ORDEN
           .
       6000-GENERAR-TABLA-EXIT.EXIT.

       6100-SELECCIONAR-RENGLON.
           MOVE ZERO TO WS-IDX-MAYOR
           PERFORM 6150-COMPARAR-RENGLON
               VARYING WS-IDX-BUSQUEDA FROM 1 BY 1
       6150-COMPARAR-RENGLON.
           IF NOT TPO-YA-USADO (WS-IDX-BUSQUEDA)
               AND TPO-GRUPO (WS-IDX-BUSQUEDA) = WS-GRUPO-ACTUAL
               IF WS-IDX-MAYOR = ZERO
                   MOVE WS-IDX-BUSQUEDA TO WS-IDX-MAYOR
               ELSE
                   MOVE WS-IDX-BUSQUEDA TO WS-IDX-A
                   MOVE WS-IDX-MAYOR TO WS-IDX-B
                   PERFORM 6160-COMPARAR-CRITERIOS
                   IF COMP-MEJOR
                       MOVE WS-IDX-BUSQUEDA TO WS-IDX-MAYOR
                   END-IF
               END-IF
           END-IF
           .
       6150-COMPARAR-RENGLON-EXIT.EXIT.

      * Compara el renglon WS-IDX-A contra el WS-IDX-B por puntos,
      * diferencia de gol y despues los criterios en el orden
      * configurado; ante igualdad total queda el orden de la tabla.
       6160-COMPARAR-CRITERIOS.
           SET COMP-IGUAL TO TRUE
           MOVE ZERO TO WS-CRITERIO-DECISIVO
           COMPUTE WS-DIF-A =
               TPO-GOLES-F (WS-IDX-A) - TPO-GOLES-C (WS-IDX-A)
           COMPUTE WS-DIF-B =
               TPO-GOLES-F (WS-IDX-B) - TPO-GOLES-C (WS-IDX-B)
           EVALUATE TRUE
               WHEN TPO-PUNTOS (WS-IDX-A) > TPO-PUNTOS (WS-IDX-B)
                   SET COMP-MEJOR TO TRUE
               WHEN TPO-PUNTOS (WS-IDX-A) < TPO-PUNTOS (WS-IDX-B)
                   SET COMP-PEOR TO TRUE
               WHEN WS-DIF-A > WS-DIF-B
                   SET COMP-MEJOR TO TRUE
               WHEN WS-DIF-A < WS-DIF-B
                   SET COMP-PEOR TO TRUE
               WHEN OTHER
                   PERFORM 6170-APLICAR-CRITERIO
                       VARYING WS-IDX-CRITERIO FROM 1 BY 1
                       UNTIL WS-IDX-CRITERIO > 4
                       OR NOT COMP-IGUAL
                   IF COMP-IGUAL
                       MOVE 9 TO WS-CRITERIO-DECISIVO
                   END-IF
           END-EVALUATE
           .
       6160-COMPARAR-CRITERIOS-EXIT.EXIT.

       6170-APLICAR-CRITERIO.
           EVALUATE TAB-CRITERIO (WS-IDX-CRITERIO)
               WHEN 1
                   IF TPO-GOLES-F (WS-IDX-A) > TPO-GOLES-F (WS-IDX-B)
                       SET COMP-MEJOR TO TRUE
                   END-IF
                   IF TPO-GOLES-F (WS-IDX-A) < TPO-GOLES-F (WS-IDX-B)
                       SET COMP-PEOR TO TRUE
                   END-IF
               WHEN 2
                   IF TPO-PTS-ENTRE-SI (WS-IDX-A)
                       > TPO-PTS-ENTRE-SI (WS-IDX-B)
                       SET COMP-MEJOR TO TRUE
                   END-IF
                   IF TPO-PTS-ENTRE-SI (WS-IDX-A)
                       < TPO-PTS-ENTRE-SI (WS-IDX-B)
                       SET COMP-PEOR TO TRUE
                   END-IF
               WHEN 3
                   IF TPO-DIF-ENTRE-SI (WS-IDX-A)
                       > TPO-DIF-ENTRE-SI (WS-IDX-B)
                       SET COMP-MEJOR TO TRUE
                   END-IF
                   IF TPO-DIF-ENTRE-SI (WS-IDX-A)
                       < TPO-DIF-ENTRE-SI (WS-IDX-B)
                       SET COMP-PEOR TO TRUE
                   END-IF
      * En fair play va adelante el que menos puntos de tarjetas
      * acumulo.
               WHEN 4
                   IF TPO-FAIRPLAY (WS-IDX-A) < TPO-FAIRPLAY (WS-IDX-B)
                       SET COMP-MEJOR TO TRUE
                   END-IF
                   IF TPO-FAIRPLAY (WS-IDX-A) > TPO-FAIRPLAY (WS-IDX-B)
                       SET COMP-PEOR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT COMP-IGUAL
               MOVE TAB-CRITERIO (WS-IDX-CRITERIO)
                   TO WS-CRITERIO-DECISIVO
           END-IF
           .
       6170-APLICAR-CRITERIO-EXIT.EXIT.

       6200-PROCESAR-SELECCION.
           ADD 1 TO WS-TOTAL-ORDEN
           MOVE WS-IDX-MAYOR TO TOR-IDX (WS-TOTAL-ORDEN)
           SET TPO-YA-USADO (WS-IDX-MAYOR) TO TRUE
           PERFORM 6100-SELECCIONAR-RENGLON
           .
       6200-PROCESAR-SELECCION-EXIT.EXIT.

      * Un puesto empatado en puntos y diferencia con el anterior
      * muestra el criterio que puso adelante al anterior; el primero
      * de un bloque empatado, el que lo puso adelante del siguiente.
       6250-ESCRIBIR-PUESTO.
           MOVE WS-IDX-ORDEN TO WS-PUESTO
           MOVE TOR-IDX (WS-IDX-ORDEN) TO WS-IDX-MAYOR
           MOVE ZERO TO WS-CRITERIO-DECISIVO
           IF WS-IDX-ORDEN > 1
               MOVE TOR-IDX (WS-IDX-ORDEN - 1) TO WS-IDX-A
               MOVE TOR-IDX (WS-IDX-ORDEN) TO WS-IDX-B
               PERFORM 6160-COMPARAR-CRITERIOS
           END-IF
           IF WS-CRITERIO-DECISIVO = ZERO
               AND WS-IDX-ORDEN < WS-TOTAL-ORDEN
               MOVE TOR-IDX (WS-IDX-ORDEN) TO WS-IDX-A
               MOVE TOR-IDX (WS-IDX-ORDEN + 1) TO WS-IDX-B
               PERFORM 6160-COMPARAR-CRITERIOS
           END-IF
           EVALUATE WS-CRITERIO-DECISIVO
               WHEN ZERO
                   MOVE SPACES TO WSP-DESEMPATE
               WHEN 9
                   MOVE 'NO RESUELTO' TO WST-CRITERIO
                   MOVE WS-TEXTO-DESEMPATE TO WSP-DESEMPATE
               WHEN OTHER
                   MOVE TAB-NOMBRE-CRITERIO (WS-CRITERIO-DECISIVO)
                       TO WST-CRITERIO
                   MOVE WS-TEXTO-DESEMPATE TO WSP-DESEMPATE
           END-EVALUATE
           PERFORM 6300-ESCRIBIR-RENGLON
           .
       6250-ESCRIBIR-PUESTO-EXIT.EXIT.

       6300-ESCRIBIR-RENGLON.
           MOVE WS-PUESTO TO WSP-PUESTO
           MOVE TPO-PAIS (WS-IDX-MAYOR) TO WSP-PAIS
               TPO-GOLES-F (WS-IDX-MAYOR) - TPO-GOLES-C (WS-IDX-MAYOR)
           MOVE TPO-PUNTOS (WS-IDX-MAYOR) TO WSP-PUNTOS
           WRITE REG-SALIDA FROM WS-LINEA-POSICION
           MOVE WS-EDICION-PROCESO TO REG-CLASIF-EDICION
           MOVE WS-GRUPO-ACTUAL TO REG-CLASIF-GRUPO
           MOVE WS-PUESTO TO REG-CLASIF-PUESTO
           MOVE TPO-PAIS (WS-IDX-MAYOR) TO REG-CLASIF-PAIS
           MOVE TPO-PUNTOS (WS-IDX-MAYOR) TO REG-CLASIF-PUNTOS
           MOVE WSP-DIF TO REG-CLASIF-DIF
           MOVE TPO-GOLES-F (WS-IDX-MAYOR) TO REG-CLASIF-GOLES-F
           MOVE TPO-GOLES-C (WS-IDX-MAYOR) TO REG-CLASIF-GOLES-C
           WRITE REG-CLASIF
           MOVE WS-GRUPO-ACTUAL TO WSF-GRUPO
           MOVE TPO-PAIS (WS-IDX-MAYOR) TO WSF-PAIS
           MOVE WSP-PAIS-NOMBRE TO WSF-PAIS-NOMBRE
           MOVE TPO-AMARILLAS (WS-IDX-MAYOR) TO WSF-AMARILLAS
           MOVE TPO-ROJAS (WS-IDX-MAYOR) TO WSF-ROJAS
           MOVE TPO-FAIRPLAY (WS-IDX-MAYOR) TO WSF-PUNTOS
           WRITE REG-FAIRPLAY FROM WS-LINEA-FAIRPLAY
           .
       6300-ESCRIBIR-RENGLON-EXIT.EXIT.

           CLOSE RESULTADOS
           CLOSE SALIDA
           CLOSE RECHAZOS
           CLOSE CLASIF
           CLOSE FAIRPLAY
           DISPLAY '***************************************************'
           DISPLAY 'TOTAL RESULTADOS LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL RESULTADOS APLICADOS: '
