      *           acumulado de tarjetas con el que se abrio queda en
      *           REG-SUSP-TARJETAS-BASE para detectar un nuevo cruce
      *           del umbral sin reabrir la misma sancion.
      * Modification History:
      *   2026-10-15  Se agregan al final REG-SUSP-FECHA-NUM (numero de
      *               fecha del torneo en que se abrio la suspension) y
      *               REG-SUSP-FECHA-DESC (ultima fecha del torneo que
      *               se le desconto como cumplida), para que
      *               REVERSIONCOPAM pueda deshacer lo que
      *               SUSPENSIONCOPAM hizo a partir de una fecha que se
      *               revierte. Las suspensiones grabadas antes del
      *               cambio traen ambos en blanco y se toman como
      *               cero (fecha desconocida).
      *   2026-10-15  Se agrega al final REG-SUSP-HISTORIAL: numero de
      *               fecha del torneo de cada fecha que se le
      *               desconto como cumplida, en el orden en que se
      *               cumplieron (la n-esima cumplida en la posicion
      *               n). Las fechas cumplidas no son consecutivas (se
      *               saltean las que el jugador jugo y las que
      *               descontaron otra sancion), asi que REVERSIONCOPAM
      *               necesita el historial para devolver una fecha
      *               despues de haber devuelto la siguiente. Las
      *               suspensiones grabadas antes del cambio traen el
      *               historial en blanco y se toma en ceros.
      ******************************************************************
           05  REG-SUSP-ID         PIC 9(05).
           05  REG-SUSP-NOMBRE     PIC X(20).
           05  REG-SUSP-ESTADO     PIC X(01).
               88  REG-SUSP-ABIERTA        VALUE 'A'.
               88  REG-SUSP-CUMPLIDA       VALUE 'C'.
           05  REG-SUSP-FECHA-NUM  PIC 9(02).
           05  REG-SUSP-FECHA-DESC PIC 9(02).
           05  REG-SUSP-HISTORIAL.
               10  REG-SUSP-FECHA-CUMPLIDA PIC 9(02) OCCURS 10 TIMES.
