      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Descarga del maestro indexado JUGCOPAM-IDX.dat al
      *           roster secuencial. ACTUALIZACOPAM aplica las fechas
      *           por clave sobre el indexado y ya no produce un
      *           archivo secuencial; los pasos batch que leen el
      *           roster en secuencia (CORTECONTROL, los listados,
      *           INDICECOPAM al recargar el indexado) toman la salida
      *           de este programa. Recorre JUGCOPAM.dat respetando su
      *           orden y su envoltura y, por cada fila de detalle de
      *           la edicion vigente, lee el indexado por ID: si el
      *           jugador esta con la misma edicion se graba la imagen
      *           del indexado, con los acumulados de las fechas
      *           aplicadas; si no, la fila se copia tal cual. Las
      *           filas de ediciones anteriores se copian sin tocar.
      *           Graba JUGCOPAM-ACTUALIZADO.dat con la envoltura
      *           CABECERA/PIE regenerada (JUGCOPAM-CTRL.cpy) con la
      *           cantidad y el total de control de goles de la
      *           salida, como lo hacia ACTUALIZACOPAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARGACOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "JUGCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ENTRADA.
           SELECT MAESTRO ASSIGN TO "JUGCOPAM-IDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-JUGCOPAM-ID OF REG-MAESTRO
           ALTERNATE RECORD KEY IS REG-JUGCOPAM-PAIS OF REG-MAESTRO
               WITH DUPLICATES
           FILE STATUS FS-MAESTRO.
           SELECT SALIDA ASSIGN TO "JUGCOPAM-ACTUALIZADO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA.
           01  REG-ENTRADA.
               COPY "JUGCOPAM.cpy".
           01  REG-ENTRADA-CONTROL.
               COPY "JUGCOPAM-CTRL.cpy".

       FD  MAESTRO.
           01  REG-MAESTRO.
               COPY "JUGCOPAM.cpy".

       FD  SALIDA.
           01  REG-SALIDA.
               COPY "JUGCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-ENTRADA                     PIC XX.
               88 FS-ENTRADA-OK              VALUE '00'.
               88 FS-ENTRADA-FIN             VALUE '10'.
           05 FS-MAESTRO                     PIC XX.
               88 FS-MAESTRO-OK              VALUE '00' '02'.
               88 FS-MAESTRO-NO-HALLADO      VALUE '23'.
           05 FS-SALIDA                      PIC XX.
               88 FS-SALIDA-OK               VALUE '00'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-ESCRIBO PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-INDEXADO PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-SIN-INDICE PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-OTRA-EDICION PIC 9(4) VALUE ZERO.

       01  WS-CONTROL-ENVIO.
           05 WS-CABECERA-SALIDA-ESCRITA PIC X VALUE 'N'.
               88 CABECERA-ESCRITA    VALUE 'S'.
           05 WS-ENVIO-EDICION        PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX          PIC 9(04) VALUE ZERO.
           05 WS-EDICION-OBJETIVO     PIC 9(04) VALUE ZERO.
           05 WS-SALIDA-CANTIDAD      PIC 9(06) VALUE ZERO.
           05 WS-SALIDA-HASH-GOLES    PIC 9(06) VALUE ZERO.
           05 WS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.

       01  WS-CABECERA-NUEVA.
           05 FILLER       PIC X(08) VALUE 'CABECERA'.
           05 WSC-EDICION  PIC 9(04).
           05 WSC-FECHA    PIC 9(08).

       01  WS-PIE-NUEVO.
           05 FILLER       PIC X(08) VALUE 'PIE'.
           05 WSP-CANTIDAD PIC 9(06).
           05 WSP-HASH     PIC 9(06).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 2000-PROCESO-JUGADOR UNTIL FS-ENTRADA-FIN.
       PERFORM 6000-ESCRIBIR-ENVOLTURA-PIE.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1300-ELEGIR-EDICION.
           PERFORM 5000-LEER-ENTRADA.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT ENTRADA
               IF NOT FS-ENTRADA-OK
                   DISPLAY 'ERROR APERTURA ENTRADA FS: ' FS-ENTRADA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN INPUT MAESTRO
               IF NOT FS-MAESTRO-OK
                   DISPLAY 'ERROR APERTURA MAESTRO FS: ' FS-MAESTRO
                   DISPLAY 'CORRER INDICECOPAM PARA ARMAR EL MAESTRO '
                       'INDEXADO ANTES DE DESCARGARLO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT SALIDA
               IF NOT FS-SALIDA-OK
                   DISPLAY 'ERROR APERTURA SALIDA FS: ' FS-SALIDA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
       1100-ABRIR-ARCHIVOS-EXIT.EXIT.

      * La edicion vigente es la que declara la CABECERA de la
      * transmision o, sin envoltura, la mas reciente del roster. Se
      * recorre ENTRADA una vez solo para determinarla y se vuelve a
      * abrir para la pasada de verdad.
       1300-ELEGIR-EDICION.
           PERFORM 5000-LEER-ENTRADA
           PERFORM 1350-RELEVAR-EDICION UNTIL FS-ENTRADA-FIN
           CLOSE ENTRADA
           OPEN INPUT ENTRADA
           IF NOT FS-ENTRADA-OK
               DISPLAY 'ERROR REAPERTURA ENTRADA FS: ' FS-ENTRADA
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           MOVE ZERO TO WS-CONTADOR-LECTURA
           IF WS-ENVIO-EDICION > ZERO
               MOVE WS-ENVIO-EDICION TO WS-EDICION-OBJETIVO
           ELSE
               MOVE WS-EDICION-MAX TO WS-EDICION-OBJETIVO
           END-IF
           .
       1300-ELEGIR-EDICION-EXIT.EXIT.

       1350-RELEVAR-EDICION.
           IF REG-CTRL-ES-ENVOLTORIO
               IF REG-CTRL-ES-CABECERA
                   MOVE REG-CTRL-EDICION TO WS-ENVIO-EDICION
               END-IF
           ELSE
               IF REG-JUGCOPAM-EDICION OF REG-ENTRADA
                       > WS-EDICION-MAX
                   MOVE REG-JUGCOPAM-EDICION OF REG-ENTRADA
                       TO WS-EDICION-MAX
               END-IF
           END-IF
           PERFORM 5000-LEER-ENTRADA
           .
       1350-RELEVAR-EDICION-EXIT.EXIT.

      * Los renglones CABECERA/PIE de la entrada no se copian: la
      * envoltura se regenera con los acumulados de la salida.
       2000-PROCESO-JUGADOR.
           IF NOT REG-CTRL-ES-ENVOLTORIO
               PERFORM 2200-ESCRIBIR-CABECERA-SALIDA
               MOVE REG-ENTRADA TO REG-SALIDA
               IF REG-JUGCOPAM-EDICION OF REG-ENTRADA
                       = WS-EDICION-OBJETIVO
                   PERFORM 2100-BUSCAR-EN-INDEXADO
               END-IF
               WRITE REG-SALIDA
               ADD 1 TO WS-CONTADOR-ESCRIBO
               ADD 1 TO WS-SALIDA-CANTIDAD
               ADD REG-JUGCOPAM-GOLES OF REG-SALIDA
                   TO WS-SALIDA-HASH-GOLES
           END-IF
           PERFORM 5000-LEER-ENTRADA
           .
       2000-PROCESO-JUGADOR-EXIT.EXIT.

      * El indexado guarda una sola fila por ID (la ultima recibida);
      * si esa fila es de otra edicion el jugador no recibio fechas de
      * la vigente por clave y se deja la fila del roster.
       2100-BUSCAR-EN-INDEXADO.
           MOVE REG-JUGCOPAM-ID OF REG-ENTRADA
               TO REG-JUGCOPAM-ID OF REG-MAESTRO
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                   IF REG-JUGCOPAM-EDICION OF REG-MAESTRO
                           = WS-EDICION-OBJETIVO
                       MOVE REG-MAESTRO TO REG-SALIDA
                       ADD 1 TO WS-CONTADOR-INDEXADO
                   ELSE
                       ADD 1 TO WS-CONTADOR-OTRA-EDICION
                   END-IF
               WHEN FS-MAESTRO-NO-HALLADO
                   ADD 1 TO WS-CONTADOR-SIN-INDICE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA MAESTRO FS ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       2100-BUSCAR-EN-INDEXADO-EXIT.EXIT.

       2200-ESCRIBIR-CABECERA-SALIDA.
           IF NOT CABECERA-ESCRITA
               IF WS-EDICION-OBJETIVO > ZERO
                   MOVE WS-EDICION-OBJETIVO TO WSC-EDICION
               ELSE
                   MOVE REG-JUGCOPAM-EDICION OF REG-ENTRADA
                       TO WSC-EDICION
               END-IF
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
               MOVE WS-FECHA-PROCESO TO WSC-FECHA
               WRITE REG-SALIDA FROM WS-CABECERA-NUEVA
               SET CABECERA-ESCRITA TO TRUE
           END-IF
           .
       2200-ESCRIBIR-CABECERA-SALIDA-EXIT.EXIT.

       5000-LEER-ENTRADA.
           READ ENTRADA
           EVALUATE TRUE
               WHEN FS-ENTRADA-OK
                   ADD 1 TO WS-CONTADOR-LECTURA
               WHEN FS-ENTRADA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ENTRADA FS ' FS-ENTRADA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-ENTRADA-EXIT.EXIT.

      * Si la entrada traia envoltura pero ningun detalle, la
      * cabecera se emite recien aca, para que el archivo producido
      * siga siendo una transmision valida aunque vacia.
       6000-ESCRIBIR-ENVOLTURA-PIE.
           IF NOT CABECERA-ESCRITA AND WS-ENVIO-EDICION > ZERO
               MOVE WS-ENVIO-EDICION TO WSC-EDICION
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
               MOVE WS-FECHA-PROCESO TO WSC-FECHA
               WRITE REG-SALIDA FROM WS-CABECERA-NUEVA
               SET CABECERA-ESCRITA TO TRUE
           END-IF
           IF CABECERA-ESCRITA
               MOVE WS-SALIDA-CANTIDAD TO WSP-CANTIDAD
               MOVE WS-SALIDA-HASH-GOLES TO WSP-HASH
               WRITE REG-SALIDA FROM WS-PIE-NUEVO
           END-IF
           .
       6000-ESCRIBIR-ENVOLTURA-PIE-EXIT.EXIT.

       9000-FINAL.
           CLOSE ENTRADA
           CLOSE MAESTRO
           CLOSE SALIDA
           DISPLAY '***************************************************'
           DISPLAY 'EDICION VIGENTE: ' WS-EDICION-OBJETIVO
           DISPLAY 'TOTAL JUGADORES LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL JUGADORES ESCRITOS: ' WS-CONTADOR-ESCRIBO
           DISPLAY 'TOTAL TOMADOS DEL INDEXADO: ' WS-CONTADOR-INDEXADO
           DISPLAY 'TOTAL SIN FILA EN INDEXADO: '
               WS-CONTADOR-SIN-INDICE
           DISPLAY 'TOTAL CON OTRA EDICION EN INDEXADO: '
               WS-CONTADOR-OTRA-EDICION
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM DESCARGACOPAM.
