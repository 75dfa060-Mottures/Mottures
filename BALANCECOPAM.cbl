      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Balanceo previo de la fecha: antes de que
      *           ACTUALIZACOPAM aplique FECHAJUGCOPAM.dat y de que
      *           POSICIONESCOPAM tome RESULTADOSCOPAM.dat, controla
      *           los dos archivos entre si, porque salen de la misma
      *           planilla de partido de la federacion. Para cada
      *           partido de la fecha verifica que la suma de
      *           REG-TRANS-GOLES de cada pais de igual a los goles
      *           del resultado, que los goles recibidos del arquero
      *           (REG-TRANS-GOLC) den los goles del rival, y que la
      *           valla invicta (REG-TRANS-VALLA) solo venga marcada
      *           cuando el rival no convirtio; ademas, que todo pais
      *           con movimientos tenga su renglon de resultado en la
      *           fecha. Cada diferencia queda asentada en
      *           BALANCECOPAM-EXCEPCIONES.dat y la corrida termina
      *           con codigo de retorno 8 cuando algo no balancea (12
      *           si aborta): con codigo distinto de cero no se corren
      *           ACTUALIZACOPAM ni POSICIONESCOPAM hasta que la mesa
      *           corrija los archivos. La edicion sale de la clave
      *           EDICION de PARAMETROSCOPAM.dat o, en su ausencia, de
      *           la mas reciente de RESULTADOSCOPAM.dat; el numero de
      *           fecha se determina igual que en ACTUALIZACOPAM
      *           (clave FECHA-NUMERO o ultima fecha aplicada del
      *           diario mas uno), para controlar exactamente la fecha
      *           que se va a asentar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCECOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO "FECHAJUGCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MOVIMIENTOS.
           SELECT RESULTADOS ASSIGN TO "RESULTADOSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESULTADOS.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
           SELECT REPORTE ASSIGN TO "BALANCECOPAM-EXCEPCIONES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REPORTE.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
           01  REG-MOVIMIENTO.
               COPY "JUGCOPAM-TRANS.cpy".

       FD  RESULTADOS.
           01  REG-RESULTADO.
               COPY "RESULTCOPAM.cpy".

       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".

       FD  REPORTE.
           01  REG-REPORTE PIC X(120).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-MOVIMIENTOS                 PIC XX.
               88 FS-MOVIMIENTOS-OK          VALUE '00'.
               88 FS-MOVIMIENTOS-FIN         VALUE '10'.
           05 FS-RESULTADOS                  PIC XX.
               88 FS-RESULTADOS-OK           VALUE '00'.
               88 FS-RESULTADOS-FIN          VALUE '10'.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
               88 FS-DIARIO-AUSENTE          VALUE '05' '35'.
           05 FS-REPORTE                     PIC XX.
               88 FS-REPORTE-OK              VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-MOVIMIENTOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-DIFERENCIAS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PARTIDOS   PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PAISES     PIC 9(4) VALUE ZERO.
           05 WS-IDX-PARTIDO      PIC 9(4).
           05 WS-IDX-PAIS         PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-EDICION-PARAM    PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PARAM      PIC 9(02) VALUE ZERO.
           05 WS-FECHA-DIARIO-MAX PIC 9(02) VALUE ZERO.
           05 WS-FECHA-NUMERO     PIC 9(02) VALUE ZERO.
           05 WS-PAIS-BUSCADO     PIC X(03).
           05 WS-GOLES-PROPIOS    PIC 9(02).
           05 WS-GOLES-RIVAL      PIC 9(02).
           05 WS-PAIS-EN-PARTIDO  PIC X VALUE 'N'.
               88 PAIS-EN-PARTIDO VALUE 'S'.

      * Partidos de la edicion y fecha que se controlan.
       01  TABLA-PARTIDOS.
           05 TAB-PARTIDO OCCURS 50 TIMES.
               10 TP-GRUPO     PIC X(01).
               10 TP-LOCAL     PIC X(03).
               10 TP-GOLES-L   PIC 9(02).
               10 TP-VISITA    PIC X(03).
               10 TP-GOLES-V   PIC 9(02).

      * Totales de la planilla por pais: los movimientos se acumulan
      * al leerlos, asi que no hay tope de movimientos por fecha. Los
      * goles recibidos se suman entre todos los movimientos del pais
      * porque, con un cambio de arquero, cada uno trae los suyos.
       01  TABLA-PAISES.
           05 TAB-PAIS-MOV OCCURS 50 TIMES.
               10 TPM-PAIS     PIC X(03).
               10 TPM-MOVIMIENTOS PIC 9(04).
               10 TPM-GOLES    PIC 9(04).
               10 TPM-GOLC     PIC 9(04).
               10 TPM-VALLAS   PIC 9(04).

       01  WS-CABECERA-REPORTE.
           05 FILLER       PIC X(21) VALUE 'BALANCEO DE LA FECHA '.
           05 WSH-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(34)
               VALUE ' MOVIMIENTOS CONTRA RESULTADOS    '.

       01  WS-LINEA-DIFERENCIA.
           05 FILLER       PIC X(08) VALUE 'PARTIDO '.
           05 WSD-LOCAL    PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-GOLES-L  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WSD-GOLES-V  PIC 9(02).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-VISITA   PIC X(03).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSD-PAIS     PIC X(03).
           05 FILLER       PIC X(09) VALUE ' CONTROL '.
           05 WSD-CONTROL  PIC X(10).
           05 FILLER       PIC X(10) VALUE ' PLANILLA '.
           05 WSD-PLANILLA PIC 9(04).
           05 FILLER       PIC X(11) VALUE ' RESULTADO '.
           05 WSD-RESULTADO PIC 9(04).

       01  WS-LINEA-MENSAJE.
           05 FILLER       PIC X(05) VALUE 'PAIS '.
           05 WSM-PAIS     PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSM-TEXTO    PIC X(50).

       01  WS-LINEA-CIERRE.
           05 FILLER       PIC X(21) VALUE 'PARTIDOS CONTROLADOS '.
           05 WSF-PARTIDOS PIC 9(04).
           05 FILLER       PIC X(13) VALUE ' MOVIMIENTOS '.
           05 WSF-MOVIMIENTOS PIC 9(04).
           05 FILLER       PIC X(13) VALUE ' DIFERENCIAS '.
           05 WSF-DIFERENCIAS PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSF-VEREDICTO PIC X(45).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-ACUMULAR-MOVIMIENTO UNTIL FS-MOVIMIENTOS-FIN.
       PERFORM 3000-CONTROLAR-PARTIDO
           VARYING WS-IDX-PARTIDO FROM 1 BY 1
           UNTIL WS-IDX-PARTIDO > WS-TOTAL-PARTIDOS.
       PERFORM 4000-CONTROLAR-PAIS
           VARYING WS-IDX-PAIS FROM 1 BY 1
           UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES.
       PERFORM 7000-ESCRIBIR-CIERRE.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-ELEGIR-EDICION.
           PERFORM 1400-UBICAR-FECHA.
           PERFORM 1500-CARGAR-PARTIDOS.
           MOVE WS-FECHA-NUMERO TO WSH-FECHA.
           MOVE WS-EDICION-PROCESO TO WSH-EDICION.
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
           OPEN INPUT RESULTADOS
               IF NOT FS-RESULTADOS-OK
                   DISPLAY 'ERROR APERTURA RESULTADOS FS: '
                       FS-RESULTADOS
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

      * Un numero de fecha fuera del rango 1-99 se ignora, igual que
      * en ACTUALIZACOPAM.
       1260-APLICAR-PARAMETRO.
           EVALUATE REG-PARAM-CLAVE
               WHEN 'EDICION'
                   IF REG-PARAM-VALOR IS NUMERIC
                       MOVE REG-PARAM-VALOR TO WS-EDICION-PARAM
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
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Con EDICION en cero o ausente se recorre RESULTADOS una vez
      * solo para ubicar la edicion mas reciente y se vuelve a abrir.
       1300-ELEGIR-EDICION.
           IF WS-EDICION-PARAM > ZERO
               MOVE WS-EDICION-PARAM TO WS-EDICION-PROCESO
           ELSE
               PERFORM 5100-LEER-RESULTADO
               PERFORM 1350-BUSCAR-EDICION-MAYOR
                   UNTIL FS-RESULTADOS-FIN
               CLOSE RESULTADOS
               OPEN INPUT RESULTADOS
               IF NOT FS-RESULTADOS-OK
                   DISPLAY 'ERROR REAPERTURA RESULTADOS FS: '
                       FS-RESULTADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               MOVE WS-EDICION-MAX TO WS-EDICION-PROCESO
           END-IF
           .
       1300-ELEGIR-EDICION-EXIT.EXIT.

       1350-BUSCAR-EDICION-MAYOR.
           IF REG-RESULT-EDICION IS NUMERIC
               AND REG-RESULT-EDICION > WS-EDICION-MAX
               MOVE REG-RESULT-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5100-LEER-RESULTADO
           .
       1350-BUSCAR-EDICION-MAYOR-EXIT.EXIT.

      * Misma regla que ACTUALIZACOPAM: la clave FECHA-NUMERO o la
      * ultima fecha aplicada de la edicion en el diario mas uno. La
      * primera fecha del torneo no tiene diario todavia.
       1400-UBICAR-FECHA.
           IF WS-FECHA-PARAM > ZERO
               MOVE WS-FECHA-PARAM TO WS-FECHA-NUMERO
           ELSE
               OPEN INPUT DIARIO
               EVALUATE TRUE
                   WHEN FS-DIARIO-OK
                       PERFORM 1450-LEER-DIARIO
                       PERFORM 1460-RELEVAR-FECHA-DIARIO
                           UNTIL FS-DIARIO-FIN
                       CLOSE DIARIO
                   WHEN FS-DIARIO-AUSENTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
               END-EVALUATE
               COMPUTE WS-FECHA-NUMERO = WS-FECHA-DIARIO-MAX + 1
           END-IF
           .
       1400-UBICAR-FECHA-EXIT.EXIT.

       1450-LEER-DIARIO.
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
       1450-LEER-DIARIO-EXIT.EXIT.

       1460-RELEVAR-FECHA-DIARIO.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               AND REG-JRNL-FECHA > WS-FECHA-DIARIO-MAX
               MOVE REG-JRNL-FECHA TO WS-FECHA-DIARIO-MAX
           END-IF
           PERFORM 1450-LEER-DIARIO
           .
       1460-RELEVAR-FECHA-DIARIO-EXIT.EXIT.

       1500-CARGAR-PARTIDOS.
           PERFORM 5100-LEER-RESULTADO
           PERFORM 1550-GUARDAR-PARTIDO UNTIL FS-RESULTADOS-FIN
           .
       1500-CARGAR-PARTIDOS-EXIT.EXIT.

       1550-GUARDAR-PARTIDO.
           IF REG-RESULT-EDICION = WS-EDICION-PROCESO
               AND REG-RESULT-FECHA = WS-FECHA-NUMERO
               IF WS-TOTAL-PARTIDOS >= 50
                   DISPLAY 'TABLA DE PARTIDOS LLENA, SE EXCEDE EL '
                       'LIMITE DE 50 PARTIDOS POR FECHA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-PARTIDOS
               MOVE REG-RESULT-GRUPO  TO TP-GRUPO   (WS-TOTAL-PARTIDOS)
               MOVE REG-RESULT-LOCAL  TO TP-LOCAL   (WS-TOTAL-PARTIDOS)
               MOVE REG-RESULT-GOLES-L
                   TO TP-GOLES-L (WS-TOTAL-PARTIDOS)
               MOVE REG-RESULT-VISITA TO TP-VISITA  (WS-TOTAL-PARTIDOS)
               MOVE REG-RESULT-GOLES-V
                   TO TP-GOLES-V (WS-TOTAL-PARTIDOS)
           END-IF
           PERFORM 5100-LEER-RESULTADO
           .
       1550-GUARDAR-PARTIDO-EXIT.EXIT.

       2000-ACUMULAR-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           MOVE REG-TRANS-PAIS TO WS-PAIS-BUSCADO
           PERFORM 2100-UBICAR-PAIS
           IF WS-IDX-HALLADO = ZERO
               IF WS-TOTAL-PAISES >= 50
                   DISPLAY 'TABLA DE PAISES LLENA, SE EXCEDE EL '
                       'LIMITE DE 50 PAISES POR FECHA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-PAISES
               MOVE WS-TOTAL-PAISES TO WS-IDX-HALLADO
               MOVE REG-TRANS-PAIS TO TPM-PAIS (WS-IDX-HALLADO)
               MOVE ZERO TO TPM-MOVIMIENTOS (WS-IDX-HALLADO)
               MOVE ZERO TO TPM-GOLES (WS-IDX-HALLADO)
               MOVE ZERO TO TPM-GOLC (WS-IDX-HALLADO)
               MOVE ZERO TO TPM-VALLAS (WS-IDX-HALLADO)
           END-IF
           ADD 1 TO TPM-MOVIMIENTOS (WS-IDX-HALLADO)
           ADD REG-TRANS-GOLES TO TPM-GOLES (WS-IDX-HALLADO)
           ADD REG-TRANS-GOLC TO TPM-GOLC (WS-IDX-HALLADO)
           IF REG-TRANS-VALLA > ZERO
               ADD 1 TO TPM-VALLAS (WS-IDX-HALLADO)
           END-IF
           PERFORM 5000-LEER-MOVIMIENTO
           .
       2000-ACUMULAR-MOVIMIENTO-EXIT.EXIT.

       2100-UBICAR-PAIS.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM 2150-COMPARAR-PAIS
               VARYING WS-IDX-PAIS FROM 1 BY 1
               UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES
               OR WS-IDX-HALLADO > ZERO
           .
       2100-UBICAR-PAIS-EXIT.EXIT.

       2150-COMPARAR-PAIS.
           IF TPM-PAIS (WS-IDX-PAIS) = WS-PAIS-BUSCADO
               MOVE WS-IDX-PAIS TO WS-IDX-HALLADO
           END-IF
           .
       2150-COMPARAR-PAIS-EXIT.EXIT.

      * Cada partido se controla desde los dos lados: primero el
      * local contra sus goles y los del visitante, despues al reves.
       3000-CONTROLAR-PARTIDO.
           MOVE TP-LOCAL (WS-IDX-PARTIDO) TO WS-PAIS-BUSCADO
           MOVE TP-GOLES-L (WS-IDX-PARTIDO) TO WS-GOLES-PROPIOS
           MOVE TP-GOLES-V (WS-IDX-PARTIDO) TO WS-GOLES-RIVAL
           PERFORM 3100-CONTROLAR-LADO
           MOVE TP-VISITA (WS-IDX-PARTIDO) TO WS-PAIS-BUSCADO
           MOVE TP-GOLES-V (WS-IDX-PARTIDO) TO WS-GOLES-PROPIOS
           MOVE TP-GOLES-L (WS-IDX-PARTIDO) TO WS-GOLES-RIVAL
           PERFORM 3100-CONTROLAR-LADO
           .
       3000-CONTROLAR-PARTIDO-EXIT.EXIT.

       3100-CONTROLAR-LADO.
           MOVE TP-LOCAL (WS-IDX-PARTIDO) TO WSD-LOCAL
           MOVE TP-GOLES-L (WS-IDX-PARTIDO) TO WSD-GOLES-L
           MOVE TP-GOLES-V (WS-IDX-PARTIDO) TO WSD-GOLES-V
           MOVE TP-VISITA (WS-IDX-PARTIDO) TO WSD-VISITA
           MOVE WS-PAIS-BUSCADO TO WSD-PAIS
           PERFORM 2100-UBICAR-PAIS
           IF WS-IDX-HALLADO = ZERO
               MOVE WS-PAIS-BUSCADO TO WSM-PAIS
               MOVE 'JUGO EN LA FECHA Y NO TRAE MOVIMIENTOS'
                   TO WSM-TEXTO
               PERFORM 8000-INFORMAR-MENSAJE
           ELSE
               IF TPM-GOLES (WS-IDX-HALLADO) NOT = WS-GOLES-PROPIOS
                   MOVE 'GOLES' TO WSD-CONTROL
                   MOVE TPM-GOLES (WS-IDX-HALLADO) TO WSD-PLANILLA
                   MOVE WS-GOLES-PROPIOS TO WSD-RESULTADO
                   PERFORM 8100-INFORMAR-DIFERENCIA
               END-IF
               IF TPM-GOLC (WS-IDX-HALLADO) NOT = WS-GOLES-RIVAL
                   MOVE 'GOLC ARCO' TO WSD-CONTROL
                   MOVE TPM-GOLC (WS-IDX-HALLADO) TO WSD-PLANILLA
                   MOVE WS-GOLES-RIVAL TO WSD-RESULTADO
                   PERFORM 8100-INFORMAR-DIFERENCIA
               END-IF
               IF TPM-VALLAS (WS-IDX-HALLADO) > ZERO
                   AND WS-GOLES-RIVAL > ZERO
                   MOVE 'VALLA' TO WSD-CONTROL
                   MOVE TPM-VALLAS (WS-IDX-HALLADO) TO WSD-PLANILLA
                   MOVE WS-GOLES-RIVAL TO WSD-RESULTADO
                   PERFORM 8100-INFORMAR-DIFERENCIA
               END-IF
           END-IF
           .
       3100-CONTROLAR-LADO-EXIT.EXIT.

       4000-CONTROLAR-PAIS.
           MOVE 'N' TO WS-PAIS-EN-PARTIDO
           PERFORM 4100-BUSCAR-EN-PARTIDO
               VARYING WS-IDX-PARTIDO FROM 1 BY 1
               UNTIL WS-IDX-PARTIDO > WS-TOTAL-PARTIDOS
               OR PAIS-EN-PARTIDO
           IF NOT PAIS-EN-PARTIDO
               MOVE TPM-PAIS (WS-IDX-PAIS) TO WSM-PAIS
               MOVE 'TRAE MOVIMIENTOS Y NO TIENE RESULTADO EN LA FECHA'
                   TO WSM-TEXTO
               PERFORM 8000-INFORMAR-MENSAJE
           END-IF
           .
       4000-CONTROLAR-PAIS-EXIT.EXIT.

       4100-BUSCAR-EN-PARTIDO.
           IF TP-LOCAL (WS-IDX-PARTIDO) = TPM-PAIS (WS-IDX-PAIS)
               OR TP-VISITA (WS-IDX-PARTIDO) = TPM-PAIS (WS-IDX-PAIS)
               SET PAIS-EN-PARTIDO TO TRUE
           END-IF
           .
       4100-BUSCAR-EN-PARTIDO-EXIT.EXIT.

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

       7000-ESCRIBIR-CIERRE.
           MOVE WS-TOTAL-PARTIDOS TO WSF-PARTIDOS
           MOVE WS-CONTADOR-MOVIMIENTOS TO WSF-MOVIMIENTOS
           MOVE WS-CONTADOR-DIFERENCIAS TO WSF-DIFERENCIAS
           IF WS-CONTADOR-DIFERENCIAS = ZERO
               MOVE 'FECHA BALANCEADA' TO WSF-VEREDICTO
           ELSE
               MOVE 'FECHA RETENIDA HASTA CORREGIR LA PLANILLA'
                   TO WSF-VEREDICTO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-CIERRE
           .
       7000-ESCRIBIR-CIERRE-EXIT.EXIT.

       8000-INFORMAR-MENSAJE.
           WRITE REG-REPORTE FROM WS-LINEA-MENSAJE
           ADD 1 TO WS-CONTADOR-DIFERENCIAS
           .
       8000-INFORMAR-MENSAJE-EXIT.EXIT.

       8100-INFORMAR-DIFERENCIA.
           WRITE REG-REPORTE FROM WS-LINEA-DIFERENCIA
           ADD 1 TO WS-CONTADOR-DIFERENCIAS
           .
       8100-INFORMAR-DIFERENCIA-EXIT.EXIT.

       9000-FINAL.
           CLOSE MOVIMIENTOS
           CLOSE RESULTADOS
           CLOSE REPORTE
           IF WS-CONTADOR-DIFERENCIAS > ZERO
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION CONTROLADA: ' WS-EDICION-PROCESO
               ' FECHA: ' WS-FECHA-NUMERO
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS: '
               WS-CONTADOR-MOVIMIENTOS
           DISPLAY 'TOTAL PARTIDOS CONTROLADOS: ' WS-TOTAL-PARTIDOS
           DISPLAY 'TOTAL DIFERENCIAS: ' WS-CONTADOR-DIFERENCIAS
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM BALANCECOPAM.
