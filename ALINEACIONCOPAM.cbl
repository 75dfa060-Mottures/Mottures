      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Validacion previa al partido de las planillas de
      *           alineacion que presenta cada seleccion
      *           (ALINEACIONESCOPAM.dat, ALINEACOPAM.cpy), para no
      *           enterarse recien despues de la fecha, en
      *           SUSPENSIONCOPAM, de que jugo un suspendido. Cada
      *           jugador de la planilla tiene que estar en el plantel
      *           de su pais en la edicion del partido (lectura por ID
      *           del maestro indexado JUGCOPAM-IDX.dat), con el mismo
      *           numero de camiseta que REG-JUGCOPAM-NUM, y no puede
      *           figurar en la lista de inhabilitados
      *           SUSPENSIONCOPAM-INHABILES.dat. La planilla tiene que
      *           traer exactamente 11 titulares y no mas suplentes que
      *           la clave SUPLENTES-MAXIMO de PARAMETROSCOPAM.dat (12
      *           si falta), y el pais tiene que jugar el partido.
      *           Deja en ALINEACIONCOPAM-PLANILLA.dat una hoja por
      *           seleccion con cada jugador, su observacion y el
      *           veredicto ACEPTADA/RECHAZADA, y copia las planillas
      *           aceptadas a ALINEACIONCOPAM-ACEPTADAS.dat, que
      *           PARTICIPACOPAM usa despues del partido. Termina con
      *           codigo 8 si alguna planilla se rechaza (12 si
      *           aborta).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALINEACIONCOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ALINEACIONES ASSIGN TO "ALINEACIONESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ALINEACIONES.
           SELECT MAESTRO ASSIGN TO "JUGCOPAM-IDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-JUGCOPAM-ID OF REG-MAESTRO
           ALTERNATE RECORD KEY IS REG-JUGCOPAM-PAIS OF REG-MAESTRO
               WITH DUPLICATES
           FILE STATUS FS-MAESTRO.
           SELECT INHABILES ASSIGN TO "SUSPENSIONCOPAM-INHABILES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INHABILES.
           SELECT PLANILLA ASSIGN TO "ALINEACIONCOPAM-PLANILLA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PLANILLA.
           SELECT ACEPTADAS ASSIGN TO "ALINEACIONCOPAM-ACEPTADAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ACEPTADAS.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALINEACIONES.
           01  REG-ALINEACION.
               COPY "ALINEACOPAM.cpy".
           01  REG-ALINEACION-CLAVE.
               05  REG-ALIN-CLAVE-PLANILLA PIC X(15).
               05  FILLER                  PIC X(28).

       FD  MAESTRO.
           01  REG-MAESTRO.
               COPY "JUGCOPAM.cpy".

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

       FD  PLANILLA.
           01  REG-PLANILLA PIC X(120).

      * Mismo formato que ALINEACOPAM.cpy, grabado desde TA-REGISTRO.
       FD  ACEPTADAS.
           01  REG-ACEPTADA PIC X(43).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-ALINEACIONES                PIC XX.
               88 FS-ALINEACIONES-OK         VALUE '00'.
               88 FS-ALINEACIONES-FIN        VALUE '10'.
           05 FS-MAESTRO                     PIC XX.
               88 FS-MAESTRO-OK              VALUE '00' '02'.
               88 FS-MAESTRO-NO-HALLADO      VALUE '23'.
           05 FS-INHABILES                   PIC XX.
               88 FS-INHABILES-OK            VALUE '00'.
               88 FS-INHABILES-FIN           VALUE '10'.
               88 FS-INHABILES-AUSENTE       VALUE '05' '35'.
           05 FS-PLANILLA                    PIC XX.
               88 FS-PLANILLA-OK             VALUE '00'.
           05 FS-ACEPTADAS                   PIC XX.
               88 FS-ACEPTADAS-OK            VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-RENGLONES PIC 9(6) VALUE ZERO.
           05 WS-CONTADOR-PLANILLAS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-ACEPTADAS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-RECHAZADAS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-INHABILES  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RENGLONES  PIC 9(4) VALUE ZERO.
           05 WS-RENGLONES-EXCEDIDOS PIC 9(4) VALUE ZERO.
           05 WS-IDX-RENGLON      PIC 9(4).
           05 WS-IDX-ANTERIOR     PIC 9(4).
           05 WS-IDX-INHABIL      PIC 9(4).
           05 WS-TITULARES        PIC 9(4) VALUE ZERO.
           05 WS-SUPLENTES        PIC 9(4) VALUE ZERO.
           05 WS-OBSERVADOS       PIC 9(4) VALUE ZERO.
           05 WS-CLAVE-PLANILLA   PIC X(15).
           05 WS-ES-INHABIL       PIC X VALUE 'N'.
               88 ES-INHABIL      VALUE 'S'.
           05 WS-ES-REPETIDO      PIC X VALUE 'N'.
               88 ES-REPETIDO     VALUE 'S'.
           05 WS-PLANILLA-RECHAZADA PIC X VALUE 'N'.
               88 PLANILLA-RECHAZADA VALUE 'S'.

      * Valor de respaldo, ajustable con la clave SUPLENTES-MAXIMO de
      * PARAMETROSCOPAM.dat sin recompilar.
       01  WS-LIMITES.
           05 WS-SUPLENTES-MAXIMO PIC 9(02) VALUE 12.

      * IDs de la lista de inhabilitados para la fecha.
       01  TABLA-INHABILES.
           05 TAB-INHABIL OCCURS 500 TIMES.
               10 TI-ID        PIC 9(05).

      * Renglones de la planilla en curso, en el orden en que vienen.
      * TA-OBSERVACION en blanco es un jugador sin observaciones.
       01  TABLA-PLANILLA.
           05 TAB-RENGLON OCCURS 40 TIMES.
               10 TA-REGISTRO.
                   15 TA-CLAVE     PIC X(15).
                   15 TA-TIPO      PIC X(01).
                   15 TA-ID        PIC 9(05).
                   15 TA-NUM       PIC 9(02).
                   15 TA-NOMBRE    PIC X(20).
               10 TA-NUM-PLANTEL   PIC 9(02).
               10 TA-OBSERVACION   PIC X(24).

       01  WS-CABECERA-PLANILLA.
           05 FILLER       PIC X(31)
               VALUE 'PLANILLA DE ALINEACION EDICION '.
           05 WSH-EDICION  PIC 9(04).
           05 FILLER       PIC X(07) VALUE ' FECHA '.
           05 WSH-FECHA    PIC 9(02).
           05 FILLER       PIC X(09) VALUE ' PARTIDO '.
           05 WSH-LOCAL    PIC X(03).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WSH-VISITA   PIC X(03).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSH-PAIS     PIC X(03).

       01  WS-LINEA-JUGADOR.
           05 WSL-TIPO     PIC X(08).
           05 FILLER       PIC X(06) VALUE ' CAM. '.
           05 WSL-NUM      PIC 9(02).
           05 FILLER       PIC X(04) VALUE ' ID '.
           05 WSL-ID       PIC 9(05).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-NOMBRE   PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-OBSERVACION PIC X(24).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-DETALLE  PIC X(20).

       01  WS-LINEA-CONTEO.
           05 FILLER       PIC X(10) VALUE 'TITULARES '.
           05 WSC-TITULARES PIC 9(04).
           05 FILLER       PIC X(11) VALUE ' SUPLENTES '.
           05 WSC-SUPLENTES PIC 9(04).
           05 FILLER       PIC X(12) VALUE ' PERMITIDOS '.
           05 WSC-MAXIMO   PIC 9(02).
           05 FILLER       PIC X(13) VALUE ' OBSERVADOS '.
           05 WSC-OBSERVADOS PIC 9(04).

       01  WS-LINEA-MENSAJE.
           05 FILLER       PIC X(12) VALUE 'OBSERVACION '.
           05 WSM-TEXTO    PIC X(60).

       01  WS-LINEA-VEREDICTO.
           05 FILLER       PIC X(09) VALUE 'PLANILLA '.
           05 WSV-VEREDICTO PIC X(09).
           05 FILLER       PIC X(06) VALUE ' PAIS '.
           05 WSV-PAIS     PIC X(03).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-PLANILLA UNTIL FS-ALINEACIONES-FIN.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1300-CARGAR-INHABILES.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 5000-LEER-ALINEACION.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT ALINEACIONES
               IF NOT FS-ALINEACIONES-OK
                   DISPLAY 'ERROR APERTURA ALINEACIONES FS: '
                       FS-ALINEACIONES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN INPUT MAESTRO
               IF NOT FS-MAESTRO-OK
                   DISPLAY 'ERROR APERTURA MAESTRO FS: ' FS-MAESTRO
                   DISPLAY 'CORRER INDICECOPAM PARA ARMAR EL MAESTRO '
                       'INDEXADO ANTES DE VALIDAR LAS PLANILLAS'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT PLANILLA
               IF NOT FS-PLANILLA-OK
                   DISPLAY 'ERROR APERTURA PLANILLA FS: ' FS-PLANILLA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT ACEPTADAS
               IF NOT FS-ACEPTADAS-OK
                   DISPLAY 'ERROR APERTURA ACEPTADAS FS: '
                       FS-ACEPTADAS
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
               WHEN 'SUPLENTES-MAXIMO'
                   IF REG-PARAM-VALOR IS NUMERIC
                       AND REG-PARAM-VALOR <= 29
                       MOVE REG-PARAM-VALOR TO WS-SUPLENTES-MAXIMO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1250-LEER-PARAMETRO
           .
       1260-APLICAR-PARAMETRO-EXIT.EXIT.

      * Sin lista de inhabilitados (SUSPENSIONCOPAM todavia no corrio
      * en la edicion) no hay nadie suspendido; se avisa por consola.
       1300-CARGAR-INHABILES.
           OPEN INPUT INHABILES
           EVALUATE TRUE
               WHEN FS-INHABILES-OK
                   PERFORM 1350-LEER-INHABIL
                   PERFORM 1360-GUARDAR-INHABIL
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
       1300-CARGAR-INHABILES-EXIT.EXIT.

       1350-LEER-INHABIL.
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
       1350-LEER-INHABIL-EXIT.EXIT.

       1360-GUARDAR-INHABIL.
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
           PERFORM 1350-LEER-INHABIL
           .
       1360-GUARDAR-INHABIL-EXIT.EXIT.

      * Una planilla son los renglones seguidos con el mismo partido y
      * el mismo pais. Se cargan todos, se valida cada jugador y la
      * planilla completa, y se imprime la hoja de la seleccion.
       2000-PROCESO-PLANILLA.
           ADD 1 TO WS-CONTADOR-PLANILLAS
           MOVE REG-ALIN-CLAVE-PLANILLA TO WS-CLAVE-PLANILLA
           MOVE ZERO TO WS-TOTAL-RENGLONES
           MOVE ZERO TO WS-RENGLONES-EXCEDIDOS
           MOVE ZERO TO WS-TITULARES
           MOVE ZERO TO WS-SUPLENTES
           MOVE ZERO TO WS-OBSERVADOS
           MOVE 'N' TO WS-PLANILLA-RECHAZADA
           MOVE REG-ALIN-EDICION TO WSH-EDICION
           MOVE REG-ALIN-FECHA TO WSH-FECHA
           MOVE REG-ALIN-LOCAL TO WSH-LOCAL
           MOVE REG-ALIN-VISITA TO WSH-VISITA
           MOVE REG-ALIN-PAIS TO WSH-PAIS
           PERFORM 2100-CARGAR-RENGLON
               UNTIL FS-ALINEACIONES-FIN
               OR REG-ALIN-CLAVE-PLANILLA NOT = WS-CLAVE-PLANILLA
           PERFORM 3000-VALIDAR-JUGADOR
               VARYING WS-IDX-RENGLON FROM 1 BY 1
               UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           PERFORM 4000-IMPRIMIR-PLANILLA
           .
       2000-PROCESO-PLANILLA-EXIT.EXIT.

       2100-CARGAR-RENGLON.
           IF WS-TOTAL-RENGLONES >= 40
               ADD 1 TO WS-RENGLONES-EXCEDIDOS
           ELSE
               ADD 1 TO WS-TOTAL-RENGLONES
               MOVE REG-ALIN-CLAVE-PLANILLA
                   TO TA-CLAVE (WS-TOTAL-RENGLONES)
               MOVE REG-ALIN-TIPO TO TA-TIPO (WS-TOTAL-RENGLONES)
               MOVE REG-ALIN-ID TO TA-ID (WS-TOTAL-RENGLONES)
               MOVE REG-ALIN-NUM TO TA-NUM (WS-TOTAL-RENGLONES)
               MOVE REG-ALIN-NOMBRE TO TA-NOMBRE (WS-TOTAL-RENGLONES)
               MOVE ZERO TO TA-NUM-PLANTEL (WS-TOTAL-RENGLONES)
               MOVE SPACES TO TA-OBSERVACION (WS-TOTAL-RENGLONES)
           END-IF
           IF REG-ALIN-TITULAR
               ADD 1 TO WS-TITULARES
           END-IF
           IF REG-ALIN-SUPLENTE
               ADD 1 TO WS-SUPLENTES
           END-IF
           PERFORM 5000-LEER-ALINEACION
           .
       2100-CARGAR-RENGLON-EXIT.EXIT.

      * Se informa la primera observacion de cada jugador, en el orden
      * en que se controla: tipo, plantel, camiseta, inhabilitacion y
      * repeticion dentro de la misma planilla.
       3000-VALIDAR-JUGADOR.
           IF TA-TIPO (WS-IDX-RENGLON) NOT = 'T'
               AND TA-TIPO (WS-IDX-RENGLON) NOT = 'S'
               MOVE 'TIPO NO ES T NI S' TO TA-OBSERVACION
                   (WS-IDX-RENGLON)
           END-IF
           IF TA-OBSERVACION (WS-IDX-RENGLON) = SPACES
               PERFORM 3100-CONTROLAR-PLANTEL
           END-IF
           IF TA-OBSERVACION (WS-IDX-RENGLON) = SPACES
               PERFORM 3200-BUSCAR-INHABIL
               IF ES-INHABIL
                   MOVE 'INHABILITADO' TO TA-OBSERVACION
                       (WS-IDX-RENGLON)
               END-IF
           END-IF
           IF TA-OBSERVACION (WS-IDX-RENGLON) = SPACES
               PERFORM 3300-BUSCAR-REPETIDO
               IF ES-REPETIDO
                   MOVE 'REPETIDO EN LA PLANILLA' TO TA-OBSERVACION
                       (WS-IDX-RENGLON)
               END-IF
           END-IF
           IF TA-OBSERVACION (WS-IDX-RENGLON) NOT = SPACES
               ADD 1 TO WS-OBSERVADOS
           END-IF
           .
       3000-VALIDAR-JUGADOR-EXIT.EXIT.

      * El maestro indexado guarda la ultima fila de cada jugador: si
      * es de otra edicion, el jugador no esta en el plantel vigente.
       3100-CONTROLAR-PLANTEL.
           IF TA-ID (WS-IDX-RENGLON) IS NOT NUMERIC
               OR TA-ID (WS-IDX-RENGLON) = ZERO
               MOVE 'ID NO ESTA EN EL MAESTRO' TO TA-OBSERVACION
                   (WS-IDX-RENGLON)
           ELSE
               MOVE TA-ID (WS-IDX-RENGLON)
                   TO REG-JUGCOPAM-ID OF REG-MAESTRO
               READ MAESTRO
               EVALUATE TRUE
                   WHEN FS-MAESTRO-OK
                       PERFORM 3150-COMPARAR-PLANTEL
                   WHEN FS-MAESTRO-NO-HALLADO
                       MOVE 'ID NO ESTA EN EL MAESTRO'
                           TO TA-OBSERVACION (WS-IDX-RENGLON)
                   WHEN OTHER
                       DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-FINAL
               END-EVALUATE
           END-IF
           .
       3100-CONTROLAR-PLANTEL-EXIT.EXIT.

       3150-COMPARAR-PLANTEL.
           MOVE REG-JUGCOPAM-NUM OF REG-MAESTRO
               TO TA-NUM-PLANTEL (WS-IDX-RENGLON)
           EVALUATE TRUE
               WHEN REG-JUGCOPAM-PAIS OF REG-MAESTRO NOT = WSH-PAIS
                   MOVE 'ES DE OTRO PAIS' TO TA-OBSERVACION
                       (WS-IDX-RENGLON)
               WHEN REG-JUGCOPAM-EDICION OF REG-MAESTRO
                       NOT = WSH-EDICION
                   MOVE 'FUERA DEL PLANTEL' TO TA-OBSERVACION
                       (WS-IDX-RENGLON)
               WHEN REG-JUGCOPAM-NUM OF REG-MAESTRO
                       NOT = TA-NUM (WS-IDX-RENGLON)
                   MOVE 'CAMISETA NO COINCIDE' TO TA-OBSERVACION
                       (WS-IDX-RENGLON)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3150-COMPARAR-PLANTEL-EXIT.EXIT.

       3200-BUSCAR-INHABIL.
           MOVE 'N' TO WS-ES-INHABIL
           PERFORM 3250-COMPARAR-INHABIL
               VARYING WS-IDX-INHABIL FROM 1 BY 1
               UNTIL WS-IDX-INHABIL > WS-TOTAL-INHABILES
               OR ES-INHABIL
           .
       3200-BUSCAR-INHABIL-EXIT.EXIT.

       3250-COMPARAR-INHABIL.
           IF TI-ID (WS-IDX-INHABIL) = TA-ID (WS-IDX-RENGLON)
               SET ES-INHABIL TO TRUE
           END-IF
           .
       3250-COMPARAR-INHABIL-EXIT.EXIT.

       3300-BUSCAR-REPETIDO.
           MOVE 'N' TO WS-ES-REPETIDO
           PERFORM 3350-COMPARAR-ANTERIOR
               VARYING WS-IDX-ANTERIOR FROM 1 BY 1
               UNTIL WS-IDX-ANTERIOR >= WS-IDX-RENGLON
               OR ES-REPETIDO
           .
       3300-BUSCAR-REPETIDO-EXIT.EXIT.

       3350-COMPARAR-ANTERIOR.
           IF TA-ID (WS-IDX-ANTERIOR) = TA-ID (WS-IDX-RENGLON)
               SET ES-REPETIDO TO TRUE
           END-IF
           .
       3350-COMPARAR-ANTERIOR-EXIT.EXIT.

      * La hoja lista a todos los jugadores con su observacion y, al
      * pie, los motivos de la planilla completa y el veredicto. Una
      * planilla con cualquier observacion se rechaza entera: la
      * seleccion la corrige y la vuelve a presentar.
       4000-IMPRIMIR-PLANILLA.
           WRITE REG-PLANILLA FROM WS-CABECERA-PLANILLA
           PERFORM 4100-IMPRIMIR-JUGADOR
               VARYING WS-IDX-RENGLON FROM 1 BY 1
               UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           MOVE WS-TITULARES TO WSC-TITULARES
           MOVE WS-SUPLENTES TO WSC-SUPLENTES
           MOVE WS-SUPLENTES-MAXIMO TO WSC-MAXIMO
           MOVE WS-OBSERVADOS TO WSC-OBSERVADOS
           WRITE REG-PLANILLA FROM WS-LINEA-CONTEO
           IF WS-OBSERVADOS > ZERO
               SET PLANILLA-RECHAZADA TO TRUE
           END-IF
           IF WSH-PAIS NOT = WSH-LOCAL AND WSH-PAIS NOT = WSH-VISITA
               MOVE 'EL PAIS NO JUEGA EL PARTIDO DE LA PLANILLA'
                   TO WSM-TEXTO
               PERFORM 4200-INFORMAR-MENSAJE
           END-IF
           IF WS-TITULARES NOT = 11
               MOVE 'LA PLANILLA NO TRAE EXACTAMENTE 11 TITULARES'
                   TO WSM-TEXTO
               PERFORM 4200-INFORMAR-MENSAJE
           END-IF
           IF WS-SUPLENTES > WS-SUPLENTES-MAXIMO
               MOVE 'LA PLANILLA EXCEDE EL LIMITE DE SUPLENTES'
                   TO WSM-TEXTO
               PERFORM 4200-INFORMAR-MENSAJE
           END-IF
           IF WS-RENGLONES-EXCEDIDOS > ZERO
               MOVE 'LA PLANILLA EXCEDE LOS 40 RENGLONES, NO SE LISTAN'
                   TO WSM-TEXTO
               PERFORM 4200-INFORMAR-MENSAJE
           END-IF
           MOVE WSH-PAIS TO WSV-PAIS
           IF PLANILLA-RECHAZADA
               MOVE 'RECHAZADA' TO WSV-VEREDICTO
               ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
               MOVE 'ACEPTADA' TO WSV-VEREDICTO
               ADD 1 TO WS-CONTADOR-ACEPTADAS
               PERFORM 4300-GRABAR-ACEPTADO
                   VARYING WS-IDX-RENGLON FROM 1 BY 1
                   UNTIL WS-IDX-RENGLON > WS-TOTAL-RENGLONES
           END-IF
           WRITE REG-PLANILLA FROM WS-LINEA-VEREDICTO
           MOVE SPACES TO REG-PLANILLA
           WRITE REG-PLANILLA
           .
       4000-IMPRIMIR-PLANILLA-EXIT.EXIT.

       4100-IMPRIMIR-JUGADOR.
           EVALUATE TA-TIPO (WS-IDX-RENGLON)
               WHEN 'T'
                   MOVE 'TITULAR' TO WSL-TIPO
               WHEN 'S'
                   MOVE 'SUPLENTE' TO WSL-TIPO
               WHEN OTHER
                   MOVE '?' TO WSL-TIPO
           END-EVALUATE
           MOVE TA-NUM (WS-IDX-RENGLON) TO WSL-NUM
           MOVE TA-ID (WS-IDX-RENGLON) TO WSL-ID
           MOVE TA-NOMBRE (WS-IDX-RENGLON) TO WSL-NOMBRE
           MOVE SPACES TO WSL-DETALLE
           IF TA-OBSERVACION (WS-IDX-RENGLON) = SPACES
               MOVE 'HABILITADO' TO WSL-OBSERVACION
           ELSE
               MOVE TA-OBSERVACION (WS-IDX-RENGLON) TO WSL-OBSERVACION
               IF TA-OBSERVACION (WS-IDX-RENGLON)
                       = 'CAMISETA NO COINCIDE'
                   STRING 'PLANTEL DICE ' DELIMITED BY SIZE
                       TA-NUM-PLANTEL (WS-IDX-RENGLON)
                       DELIMITED BY SIZE
                       INTO WSL-DETALLE
               END-IF
           END-IF
           WRITE REG-PLANILLA FROM WS-LINEA-JUGADOR
           .
       4100-IMPRIMIR-JUGADOR-EXIT.EXIT.

       4200-INFORMAR-MENSAJE.
           WRITE REG-PLANILLA FROM WS-LINEA-MENSAJE
           SET PLANILLA-RECHAZADA TO TRUE
           .
       4200-INFORMAR-MENSAJE-EXIT.EXIT.

       4300-GRABAR-ACEPTADO.
           MOVE TA-REGISTRO (WS-IDX-RENGLON) TO REG-ACEPTADA
           WRITE REG-ACEPTADA
           .
       4300-GRABAR-ACEPTADO-EXIT.EXIT.

       5000-LEER-ALINEACION.
           READ ALINEACIONES
           EVALUATE TRUE
               WHEN FS-ALINEACIONES-OK
                   ADD 1 TO WS-CONTADOR-RENGLONES
               WHEN FS-ALINEACIONES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ALINEACIONES FS '
                       FS-ALINEACIONES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-ALINEACION-EXIT.EXIT.

       9000-FINAL.
           CLOSE ALINEACIONES
           CLOSE MAESTRO
           CLOSE PLANILLA
           CLOSE ACEPTADAS
           IF WS-CONTADOR-RECHAZADAS > ZERO
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'TOTAL RENGLONES LEIDOS: ' WS-CONTADOR-RENGLONES
           DISPLAY 'TOTAL INHABILITADOS EN LISTA: ' WS-TOTAL-INHABILES
           DISPLAY 'TOTAL PLANILLAS: ' WS-CONTADOR-PLANILLAS
           DISPLAY 'TOTAL PLANILLAS ACEPTADAS: ' WS-CONTADOR-ACEPTADAS
           DISPLAY 'TOTAL PLANILLAS RECHAZADAS: '
               WS-CONTADOR-RECHAZADAS
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM ALINEACIONCOPAM.
