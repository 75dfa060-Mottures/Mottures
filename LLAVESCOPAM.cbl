      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Fase eliminatoria del torneo JUGCOPAM. Toma los
      *           clasificados de cada grupo del extracto de posiciones
      *           finales POSICIONESCOPAM-CLASIF.dat (CLASIFCOPAM.cpy)
      *           y arma la primera ronda segun el patron de cruces
      *           CRUCESCOPAM.dat (CRUCECOPAM.cpy), o segun el patron
      *           compilado de cuartos de final si ese archivo no esta.
      *           Despues recorre el cuadro ronda por ronda aplicando
      *           los resultados de ELIMINATORIASCOPAM.dat
      *           (ELIMCOPAM.cpy), que traen los noventa minutos, el
      *           alargue y los penales: el ganador de cada llave pasa
      *           solo a la llave que le corresponde en la ronda
      *           siguiente. Un resultado que no coincide con los
      *           paises de la llave, un empate sin definicion por
      *           penales, o un resultado de una llave que no existe o
      *           que todavia no tiene rivales se aparta en
      *           LLAVESCOPAM-RECHAZOS.dat y la corrida termina con
      *           codigo de retorno 8. El cuadro completo, desde la
      *           ronda de arranque hasta la final, con el campeon
      *           cuando ya lo hay, queda en LLAVESCOPAM.dat. Procesa
      *           la edicion de la clave EDICION de PARAMETROSCOPAM.dat
      *           o, en su ausencia, la mas reciente del extracto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLAVESCOPAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLASIF ASSIGN TO "POSICIONESCOPAM-CLASIF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CLASIF.
           SELECT CRUCES ASSIGN TO "CRUCESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CRUCES.
           SELECT ELIMINATORIAS ASSIGN TO "ELIMINATORIASCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ELIMINATORIAS.
           SELECT SALIDA ASSIGN TO "LLAVESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SALIDA.
           SELECT RECHAZOS ASSIGN TO "LLAVESCOPAM-RECHAZOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RECHAZOS.
           SELECT PARAMETROS ASSIGN TO "PARAMETROSCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PARAMETROS.
           SELECT PAISESREF ASSIGN TO "PAISESCOPAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAISESREF.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASIF.
           01  REG-CLASIF.
               COPY "CLASIFCOPAM.cpy".

       FD  CRUCES.
           01  REG-CRUCE.
               COPY "CRUCECOPAM.cpy".

       FD  ELIMINATORIAS.
           01  REG-ELIMINATORIA.
               COPY "ELIMCOPAM.cpy".

       FD  SALIDA.
           01  REG-SALIDA PIC X(132).

       FD  RECHAZOS.
           01  REG-RECHAZO PIC X(120).

       FD  PARAMETROS.
           01  REG-PARAMETRO.
               COPY "PARAMCOPAM.cpy".

       FD  PAISESREF.
           01  REG-PAISREF.
               COPY "PAISESCOPAM.cpy".
       WORKING-STORAGE SECTION.

       01  FILE-STATUS.
           05 FS-CLASIF                      PIC XX.
               88 FS-CLASIF-OK               VALUE '00'.
               88 FS-CLASIF-FIN              VALUE '10'.
           05 FS-CRUCES                      PIC XX.
               88 FS-CRUCES-OK               VALUE '00'.
               88 FS-CRUCES-FIN              VALUE '10'.
               88 FS-CRUCES-AUSENTE          VALUE '05' '35'.
           05 FS-ELIMINATORIAS               PIC XX.
               88 FS-ELIMINATORIAS-OK        VALUE '00'.
               88 FS-ELIMINATORIAS-FIN       VALUE '10'.
               88 FS-ELIMINATORIAS-AUSENTE   VALUE '05' '35'.
           05 FS-SALIDA                      PIC XX.
               88 FS-SALIDA-OK               VALUE '00'.
           05 FS-RECHAZOS                    PIC XX.
               88 FS-RECHAZOS-OK             VALUE '00'.
           05 FS-PARAMETROS                  PIC XX.
               88 FS-PARAMETROS-OK           VALUE '00'.
               88 FS-PARAMETROS-FIN          VALUE '10'.
               88 FS-PARAMETROS-AUSENTE      VALUE '05' '35'.
           05 FS-PAISESREF                   PIC XX.
               88 FS-PAISESREF-OK            VALUE '00'.
               88 FS-PAISESREF-FIN           VALUE '10'.
               88 FS-PAISESREF-AUSENTE       VALUE '05' '35'.

       01  VARIABLES.
           05 WS-CONTADOR-LECTURA PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-APLICADOS PIC 9(4) VALUE ZERO.
           05 WS-CONTADOR-RECHAZOS PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CLASIF     PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CRUCES     PIC 9(2) VALUE ZERO.
           05 WS-TOTAL-LLAVES     PIC 9(2) VALUE ZERO.
           05 WS-TOTAL-RONDAS     PIC 9(1) VALUE ZERO.
           05 WS-TOTAL-ELIM       PIC 9(4) VALUE ZERO.
           05 WS-IDX-CLASIF       PIC 9(4).
           05 WS-IDX-CRUCE        PIC 9(2).
           05 WS-IDX-LLAVE        PIC 9(2).
           05 WS-IDX-DESTINO      PIC 9(2).
           05 WS-IDX-RONDA        PIC 9(1).
           05 WS-IDX-RONDA-INICIAL PIC 9(1).
           05 WS-IDX-ELIM         PIC 9(4).
           05 WS-IDX-HALLADO      PIC 9(4).
           05 WS-LLAVE-EN-RONDA   PIC 9(2).
           05 WS-COCIENTE         PIC 9(2).
           05 WS-RESTO            PIC 9(1).
           05 WS-EDICION-PARAM    PIC 9(04) VALUE ZERO.
           05 WS-EDICION-MAX      PIC 9(04) VALUE ZERO.
           05 WS-EDICION-PROCESO  PIC 9(04) VALUE ZERO.
           05 WS-PAIS-BUSCADO     PIC X(03).
           05 WS-GRUPO-BUSCADO    PIC X(01).
           05 WS-PUESTO-BUSCADO   PIC 9(01).
           05 WS-ALARGUE-L        PIC 9(02).
           05 WS-ALARGUE-V        PIC 9(02).
           05 WS-TOTAL-L          PIC 9(03).
           05 WS-TOTAL-V          PIC 9(03).
           05 WS-MOTIVO           PIC X(45).
           05 WS-CAMPEON          PIC X(03) VALUE SPACES.

       01  WS-VALIDACION.
           05 WS-REG-VALIDO              PIC X VALUE 'S'.
               88 REG-VALIDO             VALUE 'S'.
               88 REG-INVALIDO           VALUE 'N'.
           05 WS-HAY-PENALES             PIC X VALUE 'N'.
               88 HAY-PENALES            VALUE 'S'.
           05 WS-IDX-PAIS                PIC 99.

       01  WS-TOTAL-PAISES-REF           PIC 9(02) VALUE ZERO.
       01  TABLA-PAISES-REF.
           05 TAB-PAIS-REF OCCURS 50 TIMES.
               10 TPR-CODIGO             PIC X(03).
               10 TPR-NOMBRE             PIC X(30).

      * Posiciones finales de la edicion procesada.
       01  TABLA-CLASIF.
           05 TAB-CLASIF OCCURS 100 TIMES.
               10 TC-GRUPO     PIC X(01).
               10 TC-PUESTO    PIC 9(02).
               10 TC-PAIS      PIC X(03).

      * Patron compilado de respaldo: cuartos de final con los dos
      * primeros de cuatro grupos, cruzados A-B y C-D.
       01  TABLA-CRUCES-INIC.
           05 FILLER PIC X(4) VALUE '1A2B'.
           05 FILLER PIC X(4) VALUE '1B2A'.
           05 FILLER PIC X(4) VALUE '1C2D'.
           05 FILLER PIC X(4) VALUE '1D2C'.
       01  TABLA-CRUCES-RESPALDO REDEFINES TABLA-CRUCES-INIC.
           05 TAB-CRUCE-RESPALDO OCCURS 4 TIMES.
               10 TCR-PUESTO-L PIC 9(01).
               10 TCR-GRUPO-L  PIC X(01).
               10 TCR-PUESTO-V PIC 9(01).
               10 TCR-GRUPO-V  PIC X(01).

       01  TABLA-CRUCES.
           05 TAB-CRUCE OCCURS 8 TIMES.
               10 TX-PUESTO-L  PIC 9(01).
               10 TX-GRUPO-L   PIC X(01).
               10 TX-PUESTO-V  PIC 9(01).
               10 TX-GRUPO-V   PIC X(01).

      * Rondas posibles del cuadro; la de arranque depende de la
      * cantidad de llaves del patron de cruces.
       01  TABLA-RONDAS-INIC.
           05 FILLER PIC X(23) VALUE 'OCTOCTAVOS DE FINAL    '.
           05 FILLER PIC X(23) VALUE 'CUACUARTOS DE FINAL    '.
           05 FILLER PIC X(23) VALUE 'SEMSEMIFINALES         '.
           05 FILLER PIC X(23) VALUE 'FINFINAL               '.
       01  TABLA-RONDAS-NOMBRES REDEFINES TABLA-RONDAS-INIC.
           05 TAB-RONDA-NOMBRE OCCURS 4 TIMES.
               10 TRN-CODIGO   PIC X(03).
               10 TRN-NOMBRE   PIC X(20).

       01  TABLA-RONDAS.
           05 TAB-RONDA OCCURS 4 TIMES.
               10 TRD-CODIGO   PIC X(03).
               10 TRD-NOMBRE   PIC X(20).
               10 TRD-BASE     PIC 9(02).
               10 TRD-CANTIDAD PIC 9(02).

      * El cuadro: las llaves de todas las rondas, una detras de la
      * otra (la ronda de arranque primero y la final al ultimo).
       01  TABLA-LLAVES.
           05 TAB-LLAVE OCCURS 15 TIMES.
               10 TL-RONDA     PIC 9(01).
               10 TL-NUMERO    PIC 9(02).
               10 TL-LOCAL     PIC X(03).
               10 TL-VISITA    PIC X(03).
               10 TL-GOLES-L   PIC 9(02).
               10 TL-GOLES-V   PIC 9(02).
               10 TL-ALARGUE-L PIC 9(02).
               10 TL-ALARGUE-V PIC 9(02).
               10 TL-PENALES-L PIC 9(02).
               10 TL-PENALES-V PIC 9(02).
               10 TL-DEFINICION PIC X(01).
                   88 TL-EN-NOVENTA  VALUE 'N'.
                   88 TL-EN-ALARGUE  VALUE 'A'.
                   88 TL-EN-PENALES  VALUE 'P'.
               10 TL-GANADOR   PIC X(03).
               10 TL-ESTADO    PIC X(01).
                   88 TL-PENDIENTE   VALUE 'P'.
                   88 TL-JUGADA      VALUE 'J'.

       01  TABLA-ELIMINATORIAS.
           05 TAB-ELIM OCCURS 100 TIMES.
               10 TE-RONDA     PIC X(03).
               10 TE-LLAVE     PIC 9(02).
               10 TE-LOCAL     PIC X(03).
               10 TE-GOLES-L   PIC 9(02).
               10 TE-VISITA    PIC X(03).
               10 TE-GOLES-V   PIC 9(02).
               10 TE-ALARGUE-L PIC X(02).
               10 TE-ALARGUE-V PIC X(02).
               10 TE-PENALES-L PIC X(02).
               10 TE-PENALES-V PIC X(02).
               10 TE-USADO     PIC X(01).
                   88 TE-YA-USADO VALUE 'S'.

       01  WS-CABECERA-SALIDA.
           05 FILLER            PIC X(39)
               VALUE 'CUADRO DE LA FASE ELIMINATORIA EDICION '.
           05 WSC-EDICION       PIC 9(04).

       01  WS-ROTULO-RONDA.
           05 WSR-NOMBRE-RONDA  PIC X(20).

       01  WS-LINEA-LLAVE.
           05 FILLER       PIC X(06) VALUE 'LLAVE '.
           05 WSL-LLAVE    PIC 9(02).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-LOCAL    PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-GOLES-L  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WSL-GOLES-V  PIC 9(02).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-VISITA   PIC X(03).
           05 WSL-ALARGUE  PIC X(15).
           05 WSL-PENALES  PIC X(15).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSL-ESTADO   PIC X(30).

       01  WS-TEXTO-ALARGUE.
           05 FILLER       PIC X(09) VALUE ' ALARGUE '.
           05 WST-ALARGUE-L PIC 9(02).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WST-ALARGUE-V PIC 9(02).

       01  WS-TEXTO-PENALES.
           05 FILLER       PIC X(09) VALUE ' PENALES '.
           05 WST-PENALES-L PIC 9(02).
           05 FILLER       PIC X(01) VALUE '-'.
           05 WST-PENALES-V PIC 9(02).

       01  WS-TEXTO-PASA.
           05 FILLER       PIC X(05) VALUE 'PASA '.
           05 WST-GANADOR  PIC X(03).
           05 WST-FORMA    PIC X(20).

       01  WS-LINEA-PENDIENTE.
           05 FILLER       PIC X(06) VALUE 'LLAVE '.
           05 WSE-LLAVE    PIC 9(02).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSE-LOCAL    PIC X(03).
           05 FILLER       PIC X(07) VALUE '   -   '.
           05 WSE-VISITA   PIC X(03).
           05 FILLER       PIC X(31) VALUE SPACES.
           05 WSE-ESTADO   PIC X(30).

       01  WS-LINEA-CAMPEON.
           05 FILLER       PIC X(09) VALUE 'CAMPEON: '.
           05 WSK-PAIS     PIC X(03).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WSK-PAIS-NOMBRE PIC X(30).

       01  WS-LINEA-RECHAZO.
           05 FILLER      PIC X(09) VALUE 'RESULTADO'.
           05 FILLER      PIC X(09) VALUE ' EDICION '.
           05 WSX-EDICION PIC 9(04).
           05 FILLER      PIC X(07) VALUE ' RONDA '.
           05 WSX-RONDA   PIC X(03).
           05 FILLER      PIC X(07) VALUE ' LLAVE '.
           05 WSX-LLAVE   PIC 9(02).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSX-LOCAL   PIC X(03).
           05 FILLER      PIC X(01) VALUE '-'.
           05 WSX-VISITA  PIC X(03).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 WSX-MOTIVO  PIC X(45).

       PROCEDURE DIVISION.
       PERFORM 1000-INICIO.
       PERFORM 3000-DEFINIR-LLAVE
           VARYING WS-IDX-LLAVE FROM 1 BY 1
           UNTIL WS-IDX-LLAVE > WS-TOTAL-LLAVES.
       PERFORM 3900-RECHAZAR-SOBRANTE
           VARYING WS-IDX-ELIM FROM 1 BY 1
           UNTIL WS-IDX-ELIM > WS-TOTAL-ELIM.
       PERFORM 6000-LISTAR-RONDA
           VARYING WS-IDX-RONDA FROM 1 BY 1
           UNTIL WS-IDX-RONDA > WS-TOTAL-RONDAS.
       PERFORM 6500-ESCRIBIR-CAMPEON.
       PERFORM 9000-FINAL.


       1000-INICIO.
           PERFORM 1200-CARGAR-PARAMETROS.
           PERFORM 1300-CARGAR-PAISES.
           PERFORM 1100-ABRIR-ARCHIVOS.
           PERFORM 1400-CARGAR-CLASIF.
           PERFORM 1500-CARGAR-CRUCES.
           PERFORM 1700-ARMAR-CUADRO.
           PERFORM 1800-CARGAR-ELIMINATORIAS.
           MOVE WS-EDICION-PROCESO TO WSC-EDICION.
           WRITE REG-SALIDA FROM WS-CABECERA-SALIDA.
       1000-INICIO-EXIT. EXIT.

       1100-ABRIR-ARCHIVOS.
           OPEN INPUT CLASIF
               IF NOT FS-CLASIF-OK
                   DISPLAY 'ERROR APERTURA CLASIF FS: ' FS-CLASIF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT SALIDA
               IF NOT FS-SALIDA-OK
                   DISPLAY 'ERROR APERTURA SALIDA FS: ' FS-SALIDA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF.
           OPEN OUTPUT RECHAZOS
               IF NOT FS-RECHAZOS-OK
                   DISPLAY 'ERROR APERTURA RECHAZOS FS: ' FS-RECHAZOS
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

      * El extracto trae una sola edicion por corrida de
      * POSICIONESCOPAM; con EDICION en el parametro se exige que sea
      * esa, y si no se toma la mas reciente que aparezca.
       1400-CARGAR-CLASIF.
           PERFORM 5000-LEER-CLASIF
           PERFORM 1450-RELEVAR-EDICION UNTIL FS-CLASIF-FIN
           IF WS-EDICION-PARAM > ZERO
               MOVE WS-EDICION-PARAM TO WS-EDICION-PROCESO
           ELSE
               MOVE WS-EDICION-MAX TO WS-EDICION-PROCESO
           END-IF
           CLOSE CLASIF
           OPEN INPUT CLASIF
           IF NOT FS-CLASIF-OK
               DISPLAY 'ERROR REAPERTURA CLASIF FS: ' FS-CLASIF
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           PERFORM 5000-LEER-CLASIF
           PERFORM 1460-GUARDAR-CLASIF UNTIL FS-CLASIF-FIN
           IF WS-TOTAL-CLASIF = ZERO
               DISPLAY 'NO HAY POSICIONES FINALES DE LA EDICION '
                   WS-EDICION-PROCESO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           .
       1400-CARGAR-CLASIF-EXIT.EXIT.

       1450-RELEVAR-EDICION.
           IF REG-CLASIF-EDICION IS NUMERIC
               AND REG-CLASIF-EDICION > WS-EDICION-MAX
               MOVE REG-CLASIF-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5000-LEER-CLASIF
           .
       1450-RELEVAR-EDICION-EXIT.EXIT.

       1460-GUARDAR-CLASIF.
           IF REG-CLASIF-EDICION = WS-EDICION-PROCESO
               IF WS-TOTAL-CLASIF >= 100
                   DISPLAY 'TABLA DE POSICIONES LLENA, SE EXCEDE EL '
                       'LIMITE DE 100 RENGLONES'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-CLASIF
               MOVE REG-CLASIF-GRUPO  TO TC-GRUPO  (WS-TOTAL-CLASIF)
               MOVE REG-CLASIF-PUESTO TO TC-PUESTO (WS-TOTAL-CLASIF)
               MOVE REG-CLASIF-PAIS   TO TC-PAIS   (WS-TOTAL-CLASIF)
           END-IF
           PERFORM 5000-LEER-CLASIF
           .
       1460-GUARDAR-CLASIF-EXIT.EXIT.

       1500-CARGAR-CRUCES.
           OPEN INPUT CRUCES
           EVALUATE TRUE
               WHEN FS-CRUCES-OK
                   PERFORM 1550-LEER-CRUCE
                   PERFORM 1560-GUARDAR-CRUCE UNTIL FS-CRUCES-FIN
                   CLOSE CRUCES
               WHEN FS-CRUCES-AUSENTE
                   PERFORM 1600-COPIAR-RESPALDO
                       VARYING WS-IDX-CRUCE FROM 1 BY 1
                       UNTIL WS-IDX-CRUCE > 4
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA CRUCES FS: ' FS-CRUCES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           IF WS-TOTAL-CRUCES NOT = 2
               AND WS-TOTAL-CRUCES NOT = 4
               AND WS-TOTAL-CRUCES NOT = 8
               DISPLAY 'EL PATRON DE CRUCES DEBE TENER 2, 4 U 8 '
                   'LLAVES Y TIENE ' WS-TOTAL-CRUCES
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           .
       1500-CARGAR-CRUCES-EXIT.EXIT.

       1550-LEER-CRUCE.
           READ CRUCES
           EVALUATE TRUE
               WHEN FS-CRUCES-OK
                   CONTINUE
               WHEN FS-CRUCES-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CRUCES FS ' FS-CRUCES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1550-LEER-CRUCE-EXIT.EXIT.

      * Las llaves tienen que venir numeradas en orden desde 01: el
      * numero de llave es el que ubica al ganador en la ronda
      * siguiente, asi que un hueco o un desorden arma mal el cuadro.
       1560-GUARDAR-CRUCE.
           IF WS-TOTAL-CRUCES >= 8
               DISPLAY 'PATRON DE CRUCES CON MAS DE 8 LLAVES'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           ADD 1 TO WS-TOTAL-CRUCES
           IF REG-CRUCE-LLAVE NOT NUMERIC
               OR REG-CRUCE-LLAVE NOT = WS-TOTAL-CRUCES
               OR REG-CRUCE-PUESTO-L NOT NUMERIC
               OR REG-CRUCE-PUESTO-V NOT NUMERIC
               OR REG-CRUCE-PUESTO-L = ZERO
               OR REG-CRUCE-PUESTO-V = ZERO
               DISPLAY 'PATRON DE CRUCES INVALIDO EN EL RENGLON '
                   WS-TOTAL-CRUCES ': ' REG-CRUCE
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           MOVE REG-CRUCE-PUESTO-L TO TX-PUESTO-L (WS-TOTAL-CRUCES)
           MOVE REG-CRUCE-GRUPO-L  TO TX-GRUPO-L  (WS-TOTAL-CRUCES)
           MOVE REG-CRUCE-PUESTO-V TO TX-PUESTO-V (WS-TOTAL-CRUCES)
           MOVE REG-CRUCE-GRUPO-V  TO TX-GRUPO-V  (WS-TOTAL-CRUCES)
           PERFORM 1550-LEER-CRUCE
           .
       1560-GUARDAR-CRUCE-EXIT.EXIT.

       1600-COPIAR-RESPALDO.
           ADD 1 TO WS-TOTAL-CRUCES
           MOVE TAB-CRUCE-RESPALDO (WS-IDX-CRUCE)
               TO TAB-CRUCE (WS-TOTAL-CRUCES)
           .
       1600-COPIAR-RESPALDO-EXIT.EXIT.

      * Arma las rondas desde la de arranque hasta la final y llena
      * la primera con los clasificados que indica el patron; las
      * llaves de las rondas siguientes quedan sin rivales hasta que
      * se definan las anteriores.
       1700-ARMAR-CUADRO.
           EVALUATE WS-TOTAL-CRUCES
               WHEN 8
                   MOVE 1 TO WS-IDX-RONDA-INICIAL
               WHEN 4
                   MOVE 2 TO WS-IDX-RONDA-INICIAL
               WHEN OTHER
                   MOVE 3 TO WS-IDX-RONDA-INICIAL
           END-EVALUATE
           MOVE ZERO TO WS-TOTAL-RONDAS
           MOVE ZERO TO WS-TOTAL-LLAVES
           MOVE WS-TOTAL-CRUCES TO WS-COCIENTE
           PERFORM 1750-AGREGAR-RONDA
               VARYING WS-IDX-RONDA FROM WS-IDX-RONDA-INICIAL BY 1
               UNTIL WS-IDX-RONDA > 4
           PERFORM 1760-UBICAR-CLASIFICADOS
               VARYING WS-IDX-CRUCE FROM 1 BY 1
               UNTIL WS-IDX-CRUCE > WS-TOTAL-CRUCES
           .
       1700-ARMAR-CUADRO-EXIT.EXIT.

      * WS-COCIENTE lleva la cantidad de llaves de la ronda que se
      * agrega: la mitad de la anterior.
       1750-AGREGAR-RONDA.
           ADD 1 TO WS-TOTAL-RONDAS
           MOVE TRN-CODIGO (WS-IDX-RONDA)
               TO TRD-CODIGO (WS-TOTAL-RONDAS)
           MOVE TRN-NOMBRE (WS-IDX-RONDA)
               TO TRD-NOMBRE (WS-TOTAL-RONDAS)
           MOVE WS-TOTAL-LLAVES TO TRD-BASE (WS-TOTAL-RONDAS)
           MOVE WS-COCIENTE TO TRD-CANTIDAD (WS-TOTAL-RONDAS)
           PERFORM 1755-AGREGAR-LLAVE
               VARYING WS-LLAVE-EN-RONDA FROM 1 BY 1
               UNTIL WS-LLAVE-EN-RONDA > WS-COCIENTE
           DIVIDE 2 INTO WS-COCIENTE
           .
       1750-AGREGAR-RONDA-EXIT.EXIT.

       1755-AGREGAR-LLAVE.
           ADD 1 TO WS-TOTAL-LLAVES
           INITIALIZE TAB-LLAVE (WS-TOTAL-LLAVES)
           MOVE WS-TOTAL-RONDAS TO TL-RONDA (WS-TOTAL-LLAVES)
           MOVE WS-LLAVE-EN-RONDA TO TL-NUMERO (WS-TOTAL-LLAVES)
           SET TL-PENDIENTE (WS-TOTAL-LLAVES) TO TRUE
           .
       1755-AGREGAR-LLAVE-EXIT.EXIT.

       1760-UBICAR-CLASIFICADOS.
           MOVE TX-GRUPO-L (WS-IDX-CRUCE) TO WS-GRUPO-BUSCADO
           MOVE TX-PUESTO-L (WS-IDX-CRUCE) TO WS-PUESTO-BUSCADO
           PERFORM 1770-BUSCAR-CLASIFICADO
           MOVE WS-PAIS-BUSCADO TO TL-LOCAL (WS-IDX-CRUCE)
           MOVE TX-GRUPO-V (WS-IDX-CRUCE) TO WS-GRUPO-BUSCADO
           MOVE TX-PUESTO-V (WS-IDX-CRUCE) TO WS-PUESTO-BUSCADO
           PERFORM 1770-BUSCAR-CLASIFICADO
           MOVE WS-PAIS-BUSCADO TO TL-VISITA (WS-IDX-CRUCE)
           .
       1760-UBICAR-CLASIFICADOS-EXIT.EXIT.

      * Entra con WS-GRUPO-BUSCADO y WS-PUESTO-BUSCADO cargados; deja
      * en WS-PAIS-BUSCADO el pais que termino en ese puesto. Un
      * cruce que no encuentra su clasificado aborta la corrida: o
      * falta un grupo en las posiciones o el patron no corresponde
      * a la edicion.
       1770-BUSCAR-CLASIFICADO.
           MOVE ZERO TO WS-IDX-HALLADO
           PERFORM 1775-COMPARAR-CLASIFICADO
               VARYING WS-IDX-CLASIF FROM 1 BY 1
               UNTIL WS-IDX-CLASIF > WS-TOTAL-CLASIF
               OR WS-IDX-HALLADO > ZERO
           IF WS-IDX-HALLADO = ZERO
               DISPLAY 'NO HAY CLASIFICADO PARA EL PUESTO '
                   WS-PUESTO-BUSCADO ' DEL GRUPO ' WS-GRUPO-BUSCADO
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-FINAL
           END-IF
           MOVE TC-PAIS (WS-IDX-HALLADO) TO WS-PAIS-BUSCADO
           .
       1770-BUSCAR-CLASIFICADO-EXIT.EXIT.

       1775-COMPARAR-CLASIFICADO.
           IF TC-GRUPO (WS-IDX-CLASIF) = WS-GRUPO-BUSCADO
               AND TC-PUESTO (WS-IDX-CLASIF) = WS-PUESTO-BUSCADO
               MOVE WS-IDX-CLASIF TO WS-IDX-HALLADO
           END-IF
           .
       1775-COMPARAR-CLASIFICADO-EXIT.EXIT.

      * Sin archivo de resultados todavia el cuadro sale con la
      * primera ronda armada y todo pendiente.
       1800-CARGAR-ELIMINATORIAS.
           OPEN INPUT ELIMINATORIAS
           EVALUATE TRUE
               WHEN FS-ELIMINATORIAS-OK
                   PERFORM 5100-LEER-ELIMINATORIA
                   PERFORM 1850-GUARDAR-ELIMINATORIA
                       UNTIL FS-ELIMINATORIAS-FIN
                   CLOSE ELIMINATORIAS
               WHEN FS-ELIMINATORIAS-AUSENTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR APERTURA ELIMINATORIAS FS: '
                       FS-ELIMINATORIAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       1800-CARGAR-ELIMINATORIAS-EXIT.EXIT.

       1850-GUARDAR-ELIMINATORIA.
           IF REG-ELIM-EDICION = WS-EDICION-PROCESO
               IF WS-TOTAL-ELIM >= 100
                   DISPLAY 'TABLA DE ELIMINATORIAS LLENA, SE EXCEDE EL '
                       'LIMITE DE 100 RESULTADOS'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
               END-IF
               ADD 1 TO WS-TOTAL-ELIM
               MOVE REG-ELIM-RONDA     TO TE-RONDA     (WS-TOTAL-ELIM)
               MOVE REG-ELIM-LLAVE     TO TE-LLAVE     (WS-TOTAL-ELIM)
               MOVE REG-ELIM-LOCAL     TO TE-LOCAL     (WS-TOTAL-ELIM)
               MOVE REG-ELIM-GOLES-L   TO TE-GOLES-L   (WS-TOTAL-ELIM)
               MOVE REG-ELIM-VISITA    TO TE-VISITA    (WS-TOTAL-ELIM)
               MOVE REG-ELIM-GOLES-V   TO TE-GOLES-V   (WS-TOTAL-ELIM)
               MOVE REG-ELIM-ALARGUE-L TO TE-ALARGUE-L (WS-TOTAL-ELIM)
               MOVE REG-ELIM-ALARGUE-V TO TE-ALARGUE-V (WS-TOTAL-ELIM)
               MOVE REG-ELIM-PENALES-L TO TE-PENALES-L (WS-TOTAL-ELIM)
               MOVE REG-ELIM-PENALES-V TO TE-PENALES-V (WS-TOTAL-ELIM)
               MOVE 'N' TO TE-USADO (WS-TOTAL-ELIM)
           END-IF
           PERFORM 5100-LEER-ELIMINATORIA
           .
       1850-GUARDAR-ELIMINATORIA-EXIT.EXIT.

      * Las llaves se recorren en el orden del cuadro, asi que cuando
      * se llega a una llave de una ronda los ganadores de la ronda
      * anterior ya quedaron ubicados.
       3000-DEFINIR-LLAVE.
           IF TL-LOCAL (WS-IDX-LLAVE) NOT = SPACES
               AND TL-VISITA (WS-IDX-LLAVE) NOT = SPACES
               MOVE TL-RONDA (WS-IDX-LLAVE) TO WS-IDX-RONDA
               PERFORM 3100-APLICAR-RESULTADO
                   VARYING WS-IDX-ELIM FROM 1 BY 1
                   UNTIL WS-IDX-ELIM > WS-TOTAL-ELIM
           END-IF
           .
       3000-DEFINIR-LLAVE-EXIT.EXIT.

       3100-APLICAR-RESULTADO.
           IF NOT TE-YA-USADO (WS-IDX-ELIM)
               AND TE-RONDA (WS-IDX-ELIM) = TRD-CODIGO (WS-IDX-RONDA)
               AND TE-LLAVE (WS-IDX-ELIM) = TL-NUMERO (WS-IDX-LLAVE)
               SET TE-YA-USADO (WS-IDX-ELIM) TO TRUE
               IF TL-JUGADA (WS-IDX-LLAVE)
                   MOVE 'RESULTADO DUPLICADO PARA LA LLAVE'
                       TO WS-MOTIVO
                   PERFORM 3800-RECHAZAR-RESULTADO
               ELSE
                   PERFORM 3200-VALIDAR-RESULTADO
                   IF REG-VALIDO
                       PERFORM 3300-REGISTRAR-GANADOR
                       ADD 1 TO WS-CONTADOR-APLICADOS
                   ELSE
                       PERFORM 3800-RECHAZAR-RESULTADO
                   END-IF
               END-IF
           END-IF
           .
       3100-APLICAR-RESULTADO-EXIT.EXIT.

      * El alargue solo se juega con empate en los noventa y los
      * penales solo con empate tambien despues del alargue; un
      * empate final sin penales, o con penales iguales, no define
      * la llave y se rechaza.
       3200-VALIDAR-RESULTADO.
           SET REG-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO WS-HAY-PENALES
           MOVE ZERO TO WS-ALARGUE-L
           MOVE ZERO TO WS-ALARGUE-V
           IF TE-LOCAL (WS-IDX-ELIM) NOT = TL-LOCAL (WS-IDX-LLAVE)
               OR TE-VISITA (WS-IDX-ELIM) NOT = TL-VISITA (WS-IDX-LLAVE)
               SET REG-INVALIDO TO TRUE
               MOVE 'LOS PAISES NO COINCIDEN CON LA LLAVE'
                   TO WS-MOTIVO
           END-IF
           IF REG-VALIDO
               IF TE-GOLES-L (WS-IDX-ELIM) NOT NUMERIC
                   OR TE-GOLES-V (WS-IDX-ELIM) NOT NUMERIC
                   SET REG-INVALIDO TO TRUE
                   MOVE 'GOLES DE LOS NOVENTA MINUTOS NO NUMERICOS'
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF REG-VALIDO
               IF TE-ALARGUE-L (WS-IDX-ELIM) NOT = SPACES
                   OR TE-ALARGUE-V (WS-IDX-ELIM) NOT = SPACES
                   IF TE-ALARGUE-L (WS-IDX-ELIM) NUMERIC
                       AND TE-ALARGUE-V (WS-IDX-ELIM) NUMERIC
                       MOVE TE-ALARGUE-L (WS-IDX-ELIM) TO WS-ALARGUE-L
                       MOVE TE-ALARGUE-V (WS-IDX-ELIM) TO WS-ALARGUE-V
                   ELSE
                       SET REG-INVALIDO TO TRUE
                       MOVE 'GOLES DE ALARGUE NO NUMERICOS'
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF REG-VALIDO
               IF TE-PENALES-L (WS-IDX-ELIM) NOT = SPACES
                   OR TE-PENALES-V (WS-IDX-ELIM) NOT = SPACES
                   IF TE-PENALES-L (WS-IDX-ELIM) NUMERIC
                       AND TE-PENALES-V (WS-IDX-ELIM) NUMERIC
                       SET HAY-PENALES TO TRUE
                   ELSE
                       SET REG-INVALIDO TO TRUE
                       MOVE 'PENALES NO NUMERICOS' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF REG-VALIDO
               IF TE-GOLES-L (WS-IDX-ELIM)
                       NOT = TE-GOLES-V (WS-IDX-ELIM)
                   AND (WS-ALARGUE-L > ZERO OR WS-ALARGUE-V > ZERO)
                   SET REG-INVALIDO TO TRUE
                   MOVE 'ALARGUE CON LLAVE DEFINIDA EN LOS NOVENTA'
                       TO WS-MOTIVO
               END-IF
           END-IF
           IF REG-VALIDO
               COMPUTE WS-TOTAL-L =
                   TE-GOLES-L (WS-IDX-ELIM) + WS-ALARGUE-L
               COMPUTE WS-TOTAL-V =
                   TE-GOLES-V (WS-IDX-ELIM) + WS-ALARGUE-V
               EVALUATE TRUE
                   WHEN WS-TOTAL-L NOT = WS-TOTAL-V AND HAY-PENALES
                       SET REG-INVALIDO TO TRUE
                       MOVE 'PENALES CON LLAVE YA DEFINIDA'
                           TO WS-MOTIVO
                   WHEN WS-TOTAL-L = WS-TOTAL-V AND NOT HAY-PENALES
                       SET REG-INVALIDO TO TRUE
                       MOVE 'EMPATE SIN DEFINICION POR PENALES'
                           TO WS-MOTIVO
                   WHEN WS-TOTAL-L = WS-TOTAL-V
                       AND TE-PENALES-L (WS-IDX-ELIM)
                           = TE-PENALES-V (WS-IDX-ELIM)
                       SET REG-INVALIDO TO TRUE
                       MOVE 'DEFINICION POR PENALES EMPATADA'
                           TO WS-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       3200-VALIDAR-RESULTADO-EXIT.EXIT.

      * Asienta el resultado en la llave y pasa el ganador a la ronda
      * siguiente: de cada par de llaves consecutivas la impar aporta
      * el local y la par el visitante de la llave que las cruza.
       3300-REGISTRAR-GANADOR.
           MOVE TE-GOLES-L (WS-IDX-ELIM) TO TL-GOLES-L (WS-IDX-LLAVE)
           MOVE TE-GOLES-V (WS-IDX-ELIM) TO TL-GOLES-V (WS-IDX-LLAVE)
           MOVE WS-ALARGUE-L TO TL-ALARGUE-L (WS-IDX-LLAVE)
           MOVE WS-ALARGUE-V TO TL-ALARGUE-V (WS-IDX-LLAVE)
           MOVE ZERO TO TL-PENALES-L (WS-IDX-LLAVE)
           MOVE ZERO TO TL-PENALES-V (WS-IDX-LLAVE)
           EVALUATE TRUE
               WHEN HAY-PENALES
                   SET TL-EN-PENALES (WS-IDX-LLAVE) TO TRUE
                   MOVE TE-PENALES-L (WS-IDX-ELIM)
                       TO TL-PENALES-L (WS-IDX-LLAVE)
                   MOVE TE-PENALES-V (WS-IDX-ELIM)
                       TO TL-PENALES-V (WS-IDX-LLAVE)
                   IF TL-PENALES-L (WS-IDX-LLAVE)
                       > TL-PENALES-V (WS-IDX-LLAVE)
                       MOVE TL-LOCAL (WS-IDX-LLAVE)
                           TO TL-GANADOR (WS-IDX-LLAVE)
                   ELSE
                       MOVE TL-VISITA (WS-IDX-LLAVE)
                           TO TL-GANADOR (WS-IDX-LLAVE)
                   END-IF
               WHEN OTHER
                   IF TE-GOLES-L (WS-IDX-ELIM)
                       = TE-GOLES-V (WS-IDX-ELIM)
                       SET TL-EN-ALARGUE (WS-IDX-LLAVE) TO TRUE
                   ELSE
                       SET TL-EN-NOVENTA (WS-IDX-LLAVE) TO TRUE
                   END-IF
                   IF WS-TOTAL-L > WS-TOTAL-V
                       MOVE TL-LOCAL (WS-IDX-LLAVE)
                           TO TL-GANADOR (WS-IDX-LLAVE)
                   ELSE
                       MOVE TL-VISITA (WS-IDX-LLAVE)
                           TO TL-GANADOR (WS-IDX-LLAVE)
                   END-IF
           END-EVALUATE
           SET TL-JUGADA (WS-IDX-LLAVE) TO TRUE
           IF WS-IDX-RONDA < WS-TOTAL-RONDAS
               DIVIDE TL-NUMERO (WS-IDX-LLAVE) BY 2
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               COMPUTE WS-IDX-DESTINO = TRD-BASE (WS-IDX-RONDA + 1)
                   + WS-COCIENTE + WS-RESTO
               IF WS-RESTO = 1
                   MOVE TL-GANADOR (WS-IDX-LLAVE)
                       TO TL-LOCAL (WS-IDX-DESTINO)
               ELSE
                   MOVE TL-GANADOR (WS-IDX-LLAVE)
                       TO TL-VISITA (WS-IDX-DESTINO)
               END-IF
           ELSE
               MOVE TL-GANADOR (WS-IDX-LLAVE) TO WS-CAMPEON
           END-IF
           .
       3300-REGISTRAR-GANADOR-EXIT.EXIT.

      * Resultados que ninguna llave tomo: o la llave no existe en
      * el cuadro, o todavia no se definieron sus rivales.
       3900-RECHAZAR-SOBRANTE.
           IF NOT TE-YA-USADO (WS-IDX-ELIM)
               MOVE 'LLAVE INEXISTENTE EN EL CUADRO' TO WS-MOTIVO
               PERFORM 3950-BUSCAR-RONDA
                   VARYING WS-IDX-RONDA FROM 1 BY 1
                   UNTIL WS-IDX-RONDA > WS-TOTAL-RONDAS
               PERFORM 3800-RECHAZAR-RESULTADO
           END-IF
           .
       3900-RECHAZAR-SOBRANTE-EXIT.EXIT.

       3950-BUSCAR-RONDA.
           IF TE-RONDA (WS-IDX-ELIM) = TRD-CODIGO (WS-IDX-RONDA)
               AND TE-LLAVE (WS-IDX-ELIM) >= 1
               AND TE-LLAVE (WS-IDX-ELIM) <= TRD-CANTIDAD (WS-IDX-RONDA)
               MOVE 'LLAVE SIN RIVALES DEFINIDOS TODAVIA' TO WS-MOTIVO
           END-IF
           .
       3950-BUSCAR-RONDA-EXIT.EXIT.

       3800-RECHAZAR-RESULTADO.
           MOVE WS-EDICION-PROCESO TO WSX-EDICION
           MOVE TE-RONDA  (WS-IDX-ELIM) TO WSX-RONDA
           MOVE TE-LLAVE  (WS-IDX-ELIM) TO WSX-LLAVE
           MOVE TE-LOCAL  (WS-IDX-ELIM) TO WSX-LOCAL
           MOVE TE-VISITA (WS-IDX-ELIM) TO WSX-VISITA
           MOVE WS-MOTIVO TO WSX-MOTIVO
           WRITE REG-RECHAZO FROM WS-LINEA-RECHAZO
           ADD 1 TO WS-CONTADOR-RECHAZOS
           .
       3800-RECHAZAR-RESULTADO-EXIT.EXIT.

       5000-LEER-CLASIF.
           READ CLASIF
           EVALUATE TRUE
               WHEN FS-CLASIF-OK
                   CONTINUE
               WHEN FS-CLASIF-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA CLASIF FS ' FS-CLASIF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5000-LEER-CLASIF-EXIT.EXIT.

       5100-LEER-ELIMINATORIA.
           READ ELIMINATORIAS
           EVALUATE TRUE
               WHEN FS-ELIMINATORIAS-OK
                   ADD 1 TO WS-CONTADOR-LECTURA
               WHEN FS-ELIMINATORIAS-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA ELIMINATORIAS FS '
                       FS-ELIMINATORIAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-FINAL
           END-EVALUATE
           .
       5100-LEER-ELIMINATORIA-EXIT.EXIT.

       6000-LISTAR-RONDA.
           MOVE TRD-NOMBRE (WS-IDX-RONDA) TO WSR-NOMBRE-RONDA
           WRITE REG-SALIDA FROM WS-ROTULO-RONDA
           PERFORM 6100-LISTAR-LLAVE
               VARYING WS-IDX-LLAVE FROM 1 BY 1
               UNTIL WS-IDX-LLAVE > WS-TOTAL-LLAVES
           .
       6000-LISTAR-RONDA-EXIT.EXIT.

       6100-LISTAR-LLAVE.
           IF TL-RONDA (WS-IDX-LLAVE) = WS-IDX-RONDA
               IF TL-JUGADA (WS-IDX-LLAVE)
                   PERFORM 6200-LISTAR-JUGADA
               ELSE
                   PERFORM 6300-LISTAR-PENDIENTE
               END-IF
           END-IF
           .
       6100-LISTAR-LLAVE-EXIT.EXIT.

       6200-LISTAR-JUGADA.
           MOVE TL-NUMERO  (WS-IDX-LLAVE) TO WSL-LLAVE
           MOVE TL-LOCAL   (WS-IDX-LLAVE) TO WSL-LOCAL
           MOVE TL-GOLES-L (WS-IDX-LLAVE) TO WSL-GOLES-L
           MOVE TL-GOLES-V (WS-IDX-LLAVE) TO WSL-GOLES-V
           MOVE TL-VISITA  (WS-IDX-LLAVE) TO WSL-VISITA
           MOVE SPACES TO WSL-ALARGUE
           MOVE SPACES TO WSL-PENALES
           MOVE TL-GANADOR (WS-IDX-LLAVE) TO WST-GANADOR
           EVALUATE TRUE
               WHEN TL-EN-NOVENTA (WS-IDX-LLAVE)
                   MOVE SPACES TO WST-FORMA
               WHEN TL-EN-ALARGUE (WS-IDX-LLAVE)
                   MOVE ' EN EL ALARGUE' TO WST-FORMA
               WHEN OTHER
                   MOVE ' POR PENALES' TO WST-FORMA
           END-EVALUATE
           IF NOT TL-EN-NOVENTA (WS-IDX-LLAVE)
               MOVE TL-ALARGUE-L (WS-IDX-LLAVE) TO WST-ALARGUE-L
               MOVE TL-ALARGUE-V (WS-IDX-LLAVE) TO WST-ALARGUE-V
               MOVE WS-TEXTO-ALARGUE TO WSL-ALARGUE
           END-IF
           IF TL-EN-PENALES (WS-IDX-LLAVE)
               MOVE TL-PENALES-L (WS-IDX-LLAVE) TO WST-PENALES-L
               MOVE TL-PENALES-V (WS-IDX-LLAVE) TO WST-PENALES-V
               MOVE WS-TEXTO-PENALES TO WSL-PENALES
           END-IF
           MOVE WS-TEXTO-PASA TO WSL-ESTADO
           WRITE REG-SALIDA FROM WS-LINEA-LLAVE
           .
       6200-LISTAR-JUGADA-EXIT.EXIT.

       6300-LISTAR-PENDIENTE.
           MOVE TL-NUMERO (WS-IDX-LLAVE) TO WSE-LLAVE
           MOVE TL-LOCAL  (WS-IDX-LLAVE) TO WSE-LOCAL
           MOVE TL-VISITA (WS-IDX-LLAVE) TO WSE-VISITA
           IF TL-LOCAL (WS-IDX-LLAVE) = SPACES
               OR TL-VISITA (WS-IDX-LLAVE) = SPACES
               MOVE 'RIVALES A DEFINIR' TO WSE-ESTADO
           ELSE
               MOVE 'PENDIENTE DE JUGAR' TO WSE-ESTADO
           END-IF
           WRITE REG-SALIDA FROM WS-LINEA-PENDIENTE
           .
       6300-LISTAR-PENDIENTE-EXIT.EXIT.

       6500-ESCRIBIR-CAMPEON.
           IF WS-CAMPEON = SPACES
               MOVE SPACES TO WSK-PAIS
               MOVE 'A DEFINIR' TO WSK-PAIS-NOMBRE
           ELSE
               MOVE WS-CAMPEON TO WSK-PAIS
               MOVE WS-CAMPEON TO WSK-PAIS-NOMBRE
               PERFORM 6550-COMPARAR-NOMBRE-PAIS
                   VARYING WS-IDX-PAIS FROM 1 BY 1
                   UNTIL WS-IDX-PAIS > WS-TOTAL-PAISES-REF
           END-IF
           WRITE REG-SALIDA FROM WS-LINEA-CAMPEON
           .
       6500-ESCRIBIR-CAMPEON-EXIT.EXIT.

       6550-COMPARAR-NOMBRE-PAIS.
           IF TPR-CODIGO (WS-IDX-PAIS) = WS-CAMPEON
               MOVE TPR-NOMBRE (WS-IDX-PAIS) TO WSK-PAIS-NOMBRE
           END-IF
           .
       6550-COMPARAR-NOMBRE-PAIS-EXIT.EXIT.

       9000-FINAL.
           CLOSE CLASIF
           CLOSE SALIDA
           CLOSE RECHAZOS
           IF WS-CONTADOR-RECHAZOS > ZERO
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '***************************************************'
           DISPLAY 'EDICION PROCESADA: ' WS-EDICION-PROCESO
           DISPLAY 'TOTAL RESULTADOS LEIDOS: ' WS-CONTADOR-LECTURA
           DISPLAY 'TOTAL RESULTADOS APLICADOS: '
               WS-CONTADOR-APLICADOS
           DISPLAY 'TOTAL RESULTADOS RECHAZADOS: '
               WS-CONTADOR-RECHAZOS
           IF WS-CAMPEON NOT = SPACES
               DISPLAY 'CAMPEON: ' WS-CAMPEON
           END-IF
           DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
           DISPLAY '***************************************************'
           .

       STOP RUN.
       END PROGRAM LLAVESCOPAM.
