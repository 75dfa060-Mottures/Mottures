      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Ficha de partido: un documento unico por partido
      *           para la oficina de prensa y la comision, en lugar de
      *           armarlo a mano con las posiciones, la tendencia y el
      *           informe disciplinario. Para la edicion y la fecha de
      *           la corrida imprime en FICHACOPAM-FICHA.dat una hoja
      *           por cada partido de RESULTADOSCOPAM.dat con el
      *           resultado y, para cada seleccion, los goleadores, las
      *           asistencias, las tarjetas, los minutos jugados y los
      *           goles recibidos del arquero, todo tomado de los
      *           renglones aplicados de JUGCOPAM-DIARIO.dat de esa
      *           fecha y ese pais. Marca a todo jugador de la ficha
      *           que figure en la lista de inhabilitados
      *           SUSPENSIONCOPAM-INHABILES.dat; como esa lista es la
      *           de la fecha siguiente a la ultima computada, la ficha
      *           se corre despues de ACTUALIZACOPAM y antes de que
      *           SUSPENSIONCOPAM compute la fecha. Deja ademas en
      *           FICHACOPAM-PRENSA.dat el extracto de largo fijo para
      *           las agencias (PRENSACOPAM.cpy). La edicion sale de la
      *           clave EDICION de PARAMETROSCOPAM.dat o, en su
      *           ausencia, de la mas reciente de los resultados; la
      *           fecha, de la clave FECHA-NUMERO o de la ultima fecha
      *           aplicada de la edicion en el diario. Termina con
      *           codigo 8 si aparece un inhabilitado o si la fecha no
      *           tiene partidos (12 si aborta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHACOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RESULTADOS ASSIGN TO "RESULTADOSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RESULTADOS.
           SELECT DIARIO ASSIGN TO "JUGCOPAM-DIARIO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DIARIO.
           SELECT INHABILES ASSIGN TO "SUSPENSIONCOPAM-INHABILES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INHABILES.
           SELECT FICHA ASSIGN TO "FICHACOPAM-FICHA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FICHA.
           SELECT PRENSA ASSIGN TO "FICHACOPAM-PRENSA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRENSA.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS.
           01  REG-RESULTADO.
               COPY "RESULTCOPAM.cpy".

       FD  DIARIO.
           01  REG-DIARIO.
               COPY "JUGCOPAM-JRNL.cpy".

      * Renglon de la lista de SUSPENSIONCOPAM: solo los renglones de
      * suspension ('ID ' al principio y ' POR ' despues del pais)
      * inhabilitan; la cabecera y las anomalias se saltean.
       FD  INHABILES.
           01  REG-INHABIL.
               05  REG-INHABIL-ROTULO  PIC X(03).
               05  REG-INHABIL-ID      PIC 9(05).
               05  FILLER              PIC X(38).
               05  REG-INHABIL-MARCA   PIC X(05).
               05  FILLER              PIC X(69).

       FD  FICHA.
           01  REG-FICHA PIC X(120).

       FD  PRENSA.
           01  REG-PRENSA.
               COPY "PRENSACOPAM.cpy".

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-RESULTADOS                  PIC XX.
               88 FS-RESULTADOS-OK           VALUE '00'.
               88 FS-RESULTADOS-FIN          VALUE '10'.
           05 FS-DIARIO                      PIC XX.
               88 FS-DIARIO-OK               VALUE '00'.
               88 FS-DIARIO-FIN              VALUE '10'.
               88 FS-DIARIO-AUSENTE          VALUE '05' '35'.
           05 FS-INHABILES                   PIC XX.
               88 FS-INHABILES-OK            VALUE '00'.
               88 FS-INHABILES-FIN           VALUE '10'.
               88 FS-INHABILES-AUSENTE       VALUE '05' '35'.
           05 FS-FICHA                       PIC XX.
               88 FS-FICHA-OK                VALUE '00'.
           05 FS-PRENSA                      PIC XX.
               88 FS-PRENSA-OK               VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-PARTIDOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-DIARIO  PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-PRENSA  PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-INHABILITADOS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-INHABILES  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RENGLONES  PIC 9(4) VALUE ZERO.
           05 WS-IDX-INHABIL      PIC 9(4).
           05 WS-IDX-RENGLON      PIC 9(4).
           05 WS-EDICION-PARAM    PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-FECHA-PARAM      PIC 9(02) VALUE ZERO.
           05 WS-FECHA-NUMERO     PIC 9(02) VALUE ZERO.
           05 WS-PAIS-LADO        PIC X(03).
           05 WS-GOLES-LADO       PIC 9(02).
           05 WS-SECCION          PIC 9(01).
               88 SECCION-GOLES        VALUE 1.
               88 SECCION-ASISTENCIAS  VALUE 2.
               88 SECCION-TARJETAS     VALUE 3.
               88 SECCION-MINUTOS      VALUE 4.
               88 SECCION-ARQUERO      VALUE 5.
               88 SECCION-INHABILES    VALUE 6.
           05 WS-LINEAS-SECCION   PIC 9(4).
           05 WS-RENGLONES-LADO   PIC 9(4).
           05 WS-MINUTOS-LADO     PIC 9(5).
           05 WS-ES-INHABIL       PIC X VALUE 'N'.
               88 ES-INHABIL      VALUE 'S'.

      * IDs de la lista de inhabilitados vigente.
       01  TABLA-INHABILES.
           05 TAB-INHABIL OCCURS 500 TIMES.
               10 TI-ID        PIC 9(05).

      * Renglones aplicados del diario para la edicion y la fecha de
      * la corrida, con la marca de inhabilitado ya resuelta.
       01  TABLA-DIARIO.
           05 TAB-RENGLON OCCURS 1000 TIMES.
               10 TD-ID        PIC 9(05).
               10 TD-NOMBRE    PIC X(20).
               10 TD-PAIS      PIC X(03).
               10 TD-GOLES     PIC 9(02).
               10 TD-ASIST     PIC 9(02).
               10 TD-TAMA      PIC 9(02).
               10 TD-TROJ      PIC 9(02).
               10 TD-MINUTOS   PIC 9(03).
               10 TD-GOLC      PIC 9(02).
               10 TD-VALLA     PIC 9(01).
               10 TD-INHABIL   PIC X(01).
                   88 TD-ES-INHABIL VALUE 'S'.

       01  WS-CABECERA-FICHA.
           05 FILLER       PIC X(27)
               VALUE 'FICHA DE PARTIDO - EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(07) VALUE ' FECHA '.
           05 WSH-FECHA    PIC 9(02).
           05 FILLER       PIC X(07) VALUE ' GRUPO '.
           05 WSH-GRUPO    PIC X(01).

       01  WS-LINEA-RESULTADO.
           05 FILLER       PIC X(10) VALUE 'RESULTADO '.
           05 WSR-LOCAL    PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSR-GOLES-L  PIC Z9.
           05 FILLER       PIC X(03) VALUE ' - '.
           05 WSR-GOLES-V  PIC Z9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSR-VISITA   PIC X(03).

       01  WS-CABECERA-LADO.
           05 FILLER       PIC X(10) VALUE 'SELECCION '.
           05 WSL-PAIS     PIC X(03).
           05 FILLER       PIC X(07) VALUE ' GOLES '.
           05 WSL-GOLES    PIC Z9.
           05 FILLER       PIC X(22) VALUE ' RENGLONES DEL DIARIO '.
           05 WSL-RENGLONES PIC ZZZ9.
           05 FILLER       PIC X(17) VALUE ' MINUTOS TOTALES '.
           05 WSL-MINUTOS  PIC ZZZZ9.

       01  WS-LINEA-SECCION.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WSS-TITULO   PIC X(40).

       01  WS-LINEA-DETALLE.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WSD-ID       PIC 9(05).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-NOMBRE   PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-ROTULO   PIC X(10).
           05 WSD-VALOR    PIC ZZ9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-NOTA     PIC X(14).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSD-OBSERVACION PIC X(14).

       01  WS-LINEA-NINGUNO.
           05 FILLER       PIC X(14) VALUE '    (NINGUNO)'.

       01  WS-LINEA-PIE.
           05 FILLER       PIC X(37)
               VALUE 'INHABILITADOS QUE FIGURAN EN LA FICHA'.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSP-INHABILITADOS PIC ZZZ9.

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-PARTIDO UNTIL FS-RESULTADOS-FIN.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-ELEGIR-EDICION.
           PERFORM 1400-UBICAR-FECHA.
           PERFORM 1500-CARGAR-INHABILES.
           PERFORM 1600-CARGAR-DIARIO.
           PERFORM 5100-LEER-RESULTADO.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT RESULTADOS
               IF NOT FS-RESULTADOS-OK
                   DISPLAY 'ERROR APERTURA RESULTADOS FS: '
                       FS-RESULTADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT FICHA
               IF NOT FS-FICHA-OK
                   DISPLAY 'ERROR APERTURA FICHA FS: ' FS-FICHA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT PRENSA
               IF NOT FS-PRENSA-OK
                   DISPLAY 'ERROR APERTURA PRENSA FS: ' FS-PRENSA
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
                       AND REG-PARAM-VALOR <= 99
                       MOVE REG-PARAM-VALOR TO WS-FECHA-PARAM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Con EDICION en cero o ausente se recorren los resultados una
      * vez para ubicar la edicion mas reciente y se vuelven a abrir.
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

      * La fecha de la ficha es la de FECHA-NUMERO o, sin esa clave,
      * la ultima fecha aplicada de la edicion en el diario, la que
      * ACTUALIZACOPAM acaba de asentar.
       1400-UBICAR-FECHA.
           IF WS-FECHA-PARAM > ZERO
               MOVE WS-FECHA-PARAM TO WS-FECHA-NUMERO
           ELSE
               OPEN INPUT DIARIO
               EVALUATE TRUE
                   WHEN FS-DIARIO-OK
                       PERFORM 5000-LEER-DIARIO
                       PERFORM 1450-RELEVAR-FECHA-DIARIO
                           UNTIL FS-DIARIO-FIN
                       CLOSE DIARIO
                   WHEN FS-DIARIO-AUSENTE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
               END-EVALUATE
               MOVE ZERO TO WS-CONTADOR-DIARIO
           END-IF
           .
       1400-UBICAR-FECHA-EXIT.EXIT.

       1450-RELEVAR-FECHA-DIARIO.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               AND REG-JRNL-FECHA > WS-FECHA-NUMERO
               MOVE REG-JRNL-FECHA TO WS-FECHA-NUMERO
           END-IF
           PERFORM 5000-LEER-DIARIO
           .
       1450-RELEVAR-FECHA-DIARIO-EXIT.EXIT.

      * Sin lista de inhabilitados (SUSPENSIONCOPAM todavia no corrio
      * en la edicion) no hay nadie suspendido; se avisa por consola.
       1500-CARGAR-INHABILES.
           OPEN INPUT INHABILES
           EVALUATE TRUE
               WHEN FS-INHABILES-OK
                   PERFORM 1550-LEER-INHABIL
                   PERFORM 1560-GUARDAR-INHABIL
                       UNTIL FS-INHABILES-FIN
                   CLOSE INHABILES
               WHEN FS-INHABILES-AUSENTE
                   DISPLAY 'SIN LISTA DE INHABILITADOS, NO SE '
                       'CONTROLAN SUSPENSIONES'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA INHABILES FS: '
                       FS-INHABILES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1500-CARGAR-INHABILES-EXIT.EXIT.

       1550-LEER-INHABIL.
           READ INHABILES
           EVALUATE TRUE
               WHEN FS-INHABILES-OK
                   CONTINUE
               WHEN FS-INHABILES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA INHABILES FS ' FS-INHABILES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1550-LEER-INHABIL-EXIT.EXIT.

       1560-GUARDAR-INHABIL.
           IF REG-INHABIL-ROTULO = 'ID '
               AND REG-INHABIL-MARCA = ' POR '
               AND REG-INHABIL-ID IS NUMERIC
               IF WS-TOTAL-INHABILES >= 500
                   DISPLAY 'TABLA DE INHABILES LLENA, SE EXCEDE EL '
                       'LIMITE DE 500 INHABILITADOS'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-INHABILES
               MOVE REG-INHABIL-ID TO TI-ID (WS-TOTAL-INHABILES)
           END-IF
           PERFORM 1550-LEER-INHABIL
           .
       1560-GUARDAR-INHABIL-EXIT.EXIT.

      * Solo los renglones aplicados de la fecha; los de una fecha
      * revertida no forman parte del partido.
       1600-CARGAR-DIARIO.
           OPEN INPUT DIARIO
           EVALUATE TRUE
               WHEN FS-DIARIO-OK
                   PERFORM 5000-LEER-DIARIO
                   PERFORM 1650-GUARDAR-RENGLON UNTIL FS-DIARIO-FIN
                   CLOSE DIARIO
               WHEN FS-DIARIO-AUSENTE
                   DISPLAY 'SIN DIARIO, LAS FICHAS SALEN SIN JUGADORES'
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA DIARIO FS: ' FS-DIARIO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1600-CARGAR-DIARIO-EXIT.EXIT.

       1650-GUARDAR-RENGLON.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-FECHA = WS-FECHA-NUMERO
               AND REG-JRNL-APLICADO
               IF WS-TOTAL-RENGLONES >= 1000
                   DISPLAY 'TABLA DE DIARIO LLENA, SE EXCEDE EL '
                       'LIMITE DE 1000 RENGLONES POR FECHA'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-RENGLONES
               MOVE REG-JRNL-ID TO TD-ID (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-NOMBRE TO TD-NOMBRE (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-PAIS TO TD-PAIS (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-GOLES TO TD-GOLES (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-ASIST TO TD-ASIST (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-TAMA TO TD-TAMA (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-TROJ TO TD-TROJ (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-MINUTOS TO TD-MINUTOS (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-GOLC TO TD-GOLC (WS-TOTAL-RENGLONES)
               MOVE REG-JRNL-VALLA TO TD-VALLA (WS-TOTAL-RENGLONES)
               PERFORM 1700-BUSCAR-INHABIL
               MOVE WS-ES-INHABIL TO TD-INHABIL (WS-TOTAL-RENGLONES)
           END-IF
           PERFORM 5000-LEER-DIARIO
           .
       1650-GUARDAR-RENGLON-EXIT.EXIT.

       1700-BUSCAR-INHABIL.
           MOVE 'N' TO WS-ES-INHABIL
           PERFORM 1750-COMPARAR-INHABIL
               VARYING WS-IDX-INHABIL FROM 1 BY 1
               UNTIL WS-IDX-INHABIL > WS-TOTAL-INHABILES
               OR ES-INHABIL
           .
       1700-BUSCAR-INHABIL-EXIT.EXIT.

       1750-COMPARAR-INHABIL.
           IF TI-ID (WS-IDX-INHABIL) = REG-JRNL-ID
               SET ES-INHABIL TO TRUE
           END-IF
           .
       1750-COMPARAR-INHABIL-EXIT.EXIT.

      * Una hoja por partido de la fecha: cabecera, resultado, el
      * bloque del local y el de la visita, y un renglon en blanco.
       2000-PROCESO-PARTIDO.
           IF REG-RESULT-EDICION = WS-EDICION-PROCESO
               AND REG-RESULT-FECHA = WS-FECHA-NUMERO
               ADD 1 TO WS-CONTADOR-PARTIDOS
               MOVE REG-RESULT-EDICION TO WSH-EDICION
               MOVE REG-RESULT-FECHA TO WSH-FECHA
               MOVE REG-RESULT-GRUPO TO WSH-GRUPO
               WRITE REG-FICHA FROM WS-CABECERA-FICHA
               MOVE REG-RESULT-LOCAL TO WSR-LOCAL
               MOVE REG-RESULT-GOLES-L TO WSR-GOLES-L
               MOVE REG-RESULT-VISITA TO WSR-VISITA
               MOVE REG-RESULT-GOLES-V TO WSR-GOLES-V
               WRITE REG-FICHA FROM WS-LINEA-RESULTADO
               PERFORM 2900-GRABAR-PRENSA-PARTIDO
               MOVE REG-RESULT-LOCAL TO WS-PAIS-LADO
               MOVE REG-RESULT-GOLES-L TO WS-GOLES-LADO
               PERFORM 3000-IMPRIMIR-LADO
               MOVE REG-RESULT-VISITA TO WS-PAIS-LADO
               MOVE REG-RESULT-GOLES-V TO WS-GOLES-LADO
               PERFORM 3000-IMPRIMIR-LADO
               MOVE SPACES TO REG-FICHA
               WRITE REG-FICHA
           END-IF
           PERFORM 5100-LEER-RESULTADO
           .
       2000-PROCESO-PARTIDO-EXIT.EXIT.

       2900-GRABAR-PRENSA-PARTIDO.
           INITIALIZE REG-PRENSA
           SET REG-PRENSA-ES-PARTIDO TO TRUE
           PERFORM 2950-COMPLETAR-PARTIDO
           MOVE 'N' TO REG-PRENSA-INHABIL
           WRITE REG-PRENSA
           ADD 1 TO WS-CONTADOR-PRENSA
           .
       2900-GRABAR-PRENSA-PARTIDO-EXIT.EXIT.

       2950-COMPLETAR-PARTIDO.
           MOVE REG-RESULT-EDICION TO REG-PRENSA-EDICION
           MOVE REG-RESULT-FECHA TO REG-PRENSA-FECHA
           MOVE REG-RESULT-GRUPO TO REG-PRENSA-GRUPO
           MOVE REG-RESULT-LOCAL TO REG-PRENSA-LOCAL
           MOVE REG-RESULT-GOLES-L TO REG-PRENSA-GOLES-L
           MOVE REG-RESULT-VISITA TO REG-PRENSA-VISITA
           MOVE REG-RESULT-GOLES-V TO REG-PRENSA-GOLES-V
           .
       2950-COMPLETAR-PARTIDO-EXIT.EXIT.

      * El bloque de cada seleccion: cabecera con los totales del
      * diario, una seccion por rubro y, al final, los inhabilitados
      * que aparecen en la ficha.
       3000-IMPRIMIR-LADO.
           MOVE ZERO TO WS-RENGLONES-LADO
           MOVE ZERO TO WS-MINUTOS-LADO
           PERFORM 3050-CONTAR-RENGLON
               VARYING WS-IDX-RENGLON FROM 1 BY 1
               UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           MOVE SPACES TO REG-FICHA
           WRITE REG-FICHA
           MOVE WS-PAIS-LADO TO WSL-PAIS
           MOVE WS-GOLES-LADO TO WSL-GOLES
           MOVE WS-RENGLONES-LADO TO WSL-RENGLONES
           MOVE WS-MINUTOS-LADO TO WSL-MINUTOS
           WRITE REG-FICHA FROM WS-CABECERA-LADO
           PERFORM 3100-IMPRIMIR-SECCION
               VARYING WS-SECCION FROM 1 BY 1
               UNTIL WS-SECCION > 6
           .
       3000-IMPRIMIR-LADO-EXIT.EXIT.

       3050-CONTAR-RENGLON.
           IF TD-PAIS (WS-IDX-RENGLON) = WS-PAIS-LADO
               ADD 1 TO WS-RENGLONES-LADO
               ADD TD-MINUTOS (WS-IDX-RENGLON) TO WS-MINUTOS-LADO
               PERFORM 3900-GRABAR-PRENSA-JUGADOR
               IF TD-ES-INHABIL (WS-IDX-RENGLON)
                   ADD 1 TO WS-CONTADOR-INHABILITADOS
               END-IF
           END-IF
           .
       3050-CONTAR-RENGLON-EXIT.EXIT.

       3100-IMPRIMIR-SECCION.
           EVALUATE TRUE
               WHEN SECCION-GOLES
                   MOVE 'GOLES' TO WSS-TITULO
               WHEN SECCION-ASISTENCIAS
                   MOVE 'ASISTENCIAS' TO WSS-TITULO
               WHEN SECCION-TARJETAS
                   MOVE 'TARJETAS' TO WSS-TITULO
               WHEN SECCION-MINUTOS
                   MOVE 'MINUTOS JUGADOS' TO WSS-TITULO
               WHEN SECCION-ARQUERO
                   MOVE 'GOLES RECIBIDOS DEL ARQUERO' TO WSS-TITULO
               WHEN SECCION-INHABILES
                   MOVE 'INHABILITADOS QUE FIGURAN EN EL DIARIO'
                       TO WSS-TITULO
           END-EVALUATE
           WRITE REG-FICHA FROM WS-LINEA-SECCION
           MOVE ZERO TO WS-LINEAS-SECCION
           PERFORM 3200-IMPRIMIR-RENGLON
               VARYING WS-IDX-RENGLON FROM 1 BY 1
               UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           IF WS-LINEAS-SECCION = ZERO
               WRITE REG-FICHA FROM WS-LINEA-NINGUNO
           END-IF
           .
       3100-IMPRIMIR-SECCION-EXIT.EXIT.

      * Cada renglon del pais entra en las secciones que le tocan. En
      * tarjetas un jugador con amarilla y roja lleva un renglon por
      * cada una; en el arquero, el que tiene goles recibidos o valla
      * invicta asentados.
       3200-IMPRIMIR-RENGLON.
           IF TD-PAIS (WS-IDX-RENGLON) = WS-PAIS-LADO
               MOVE TD-ID (WS-IDX-RENGLON) TO WSD-ID
               MOVE TD-NOMBRE (WS-IDX-RENGLON) TO WSD-NOMBRE
               MOVE SPACES TO WSD-NOTA
               IF TD-ES-INHABIL (WS-IDX-RENGLON)
                   MOVE '*INHABILITADO*' TO WSD-OBSERVACION
               ELSE
                   MOVE SPACES TO WSD-OBSERVACION
               END-IF
               EVALUATE TRUE
                   WHEN SECCION-GOLES
                       IF TD-GOLES (WS-IDX-RENGLON) > ZERO
                           MOVE 'GOLES' TO WSD-ROTULO
                           MOVE TD-GOLES (WS-IDX-RENGLON) TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                   WHEN SECCION-ASISTENCIAS
                       IF TD-ASIST (WS-IDX-RENGLON) > ZERO
                           MOVE 'ASIST.' TO WSD-ROTULO
                           MOVE TD-ASIST (WS-IDX-RENGLON) TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                   WHEN SECCION-TARJETAS
                       IF TD-TAMA (WS-IDX-RENGLON) > ZERO
                           MOVE 'AMARILLAS' TO WSD-ROTULO
                           MOVE TD-TAMA (WS-IDX-RENGLON) TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                       IF TD-TROJ (WS-IDX-RENGLON) > ZERO
                           MOVE 'ROJAS' TO WSD-ROTULO
                           MOVE TD-TROJ (WS-IDX-RENGLON) TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                   WHEN SECCION-MINUTOS
                       IF TD-MINUTOS (WS-IDX-RENGLON) > ZERO
                           MOVE 'MINUTOS' TO WSD-ROTULO
                           MOVE TD-MINUTOS (WS-IDX-RENGLON)
                               TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                   WHEN SECCION-ARQUERO
                       IF TD-GOLC (WS-IDX-RENGLON) > ZERO
                           OR TD-VALLA (WS-IDX-RENGLON) > ZERO
                           MOVE 'RECIBIDOS' TO WSD-ROTULO
                           MOVE TD-GOLC (WS-IDX-RENGLON) TO WSD-VALOR
                           IF TD-VALLA (WS-IDX-RENGLON) > ZERO
                               MOVE 'VALLA INVICTA' TO WSD-NOTA
                           END-IF
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
                   WHEN SECCION-INHABILES
                       IF TD-ES-INHABIL (WS-IDX-RENGLON)
                           MOVE 'MINUTOS' TO WSD-ROTULO
                           MOVE TD-MINUTOS (WS-IDX-RENGLON)
                               TO WSD-VALOR
                           PERFORM 3300-ESCRIBIR-DETALLE
                       END-IF
               END-EVALUATE
           END-IF
           .
       3200-IMPRIMIR-RENGLON-EXIT.EXIT.

       3300-ESCRIBIR-DETALLE.
           WRITE REG-FICHA FROM WS-LINEA-DETALLE
           ADD 1 TO WS-LINEAS-SECCION
           .
       3300-ESCRIBIR-DETALLE-EXIT.EXIT.

       3900-GRABAR-PRENSA-JUGADOR.
           INITIALIZE REG-PRENSA
           SET REG-PRENSA-ES-JUGADOR TO TRUE
           PERFORM 2950-COMPLETAR-PARTIDO
           MOVE TD-PAIS (WS-IDX-RENGLON) TO REG-PRENSA-PAIS
           MOVE TD-ID (WS-IDX-RENGLON) TO REG-PRENSA-ID
           MOVE TD-NOMBRE (WS-IDX-RENGLON) TO REG-PRENSA-NOMBRE
           MOVE TD-MINUTOS (WS-IDX-RENGLON) TO REG-PRENSA-MINUTOS
           MOVE TD-GOLES (WS-IDX-RENGLON) TO REG-PRENSA-GOLES
           MOVE TD-ASIST (WS-IDX-RENGLON) TO REG-PRENSA-ASIST
           MOVE TD-TAMA (WS-IDX-RENGLON) TO REG-PRENSA-TAMA
           MOVE TD-TROJ (WS-IDX-RENGLON) TO REG-PRENSA-TROJ
           MOVE TD-GOLC (WS-IDX-RENGLON) TO REG-PRENSA-GOLC
           MOVE TD-VALLA (WS-IDX-RENGLON) TO REG-PRENSA-VALLA
           MOVE TD-INHABIL (WS-IDX-RENGLON) TO REG-PRENSA-INHABIL
           WRITE REG-PRENSA
           ADD 1 TO WS-CONTADOR-PRENSA
           .
       3900-GRABAR-PRENSA-JUGADOR-EXIT.EXIT.

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

       9000-FINAL.
           IF RETURN-CODE = ZERO
               MOVE WS-CONTADOR-INHABILITADOS TO WSP-INHABILITADOS
               WRITE REG-FICHA FROM WS-LINEA-PIE
           END-IF
           CLOSE RESULTADOS
           CLOSE FICHA
           CLOSE PRENSA
           IF WS-CONTADOR-INHABILITADOS > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CONTADOR-PARTIDOS = ZERO AND RETURN-CODE = ZERO
               DISPLAY 'LA FECHA NO TIENE PARTIDOS EN LOS RESULTADOS'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION: ' WS-EDICION-PROCESO
               ' FECHA: ' WS-FECHA-NUMERO
           DISPLAY 'TOTAL PARTIDOS CON FICHA: ' WS-CONTADOR-PARTIDOS
           DISPLAY 'TOTAL RENGLONES DEL DIARIO EN LA FECHA: '
               WS-TOTAL-RENGLONES
           DISPLAY 'TOTAL RENGLONES DEL EXTRACTO DE PRENSA: '
               WS-CONTADOR-PRENSA
           DISPLAY 'TOTAL INHABILITADOS EN LAS FICHAS: '
               WS-CONTADOR-INHABILITADOS
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM FICHACOPAM.
