      *           de FECHAJUGCOPAM.dat: los goles, asistencias y
      *           tarjetas de un jugador en una sola fecha, que
      *           ACTUALIZACOPAM aplica como deltas sobre los
      *           acumulados del maestro indexado JUGCOPAM-IDX.dat. El
      *           jugador se identifica por REG-TRANS-ID; NOMBRE, CLUB
      *           y PAIS vienen como en la planilla de partido de la
      *           federacion y el PAIS se controla contra el maestro.
      * Modification History:
      *   2026-08-23  Se agrega REG-TRANS-MINUTOS al final: minutos
      *               jugados por el jugador en la fecha. Un
      *               goles en el partido). En los jugadores de campo
      *               vienen en cero. Se agregan al final para no
      *               correr los campos existentes.
      *   2026-10-15  Se agrega REG-TRANS-ID al final: identificador
      *               de jugador de la federacion, clave con la que
      *               ACTUALIZACOPAM lee y reescribe el maestro
      *               indexado. Con NOMBRE/CLUB/PAIS un pase o un
      *               nombre tipeado distinto dejaba el movimiento sin
      *               jugador.
      ******************************************************************
           05  REG-TRANS-NOMBRE    PIC X(20).
           05  REG-TRANS-CLUB      PIC X(16).
           05  REG-TRANS-MINUTOS   PIC 9(03).
           05  REG-TRANS-GOLC      PIC 9(02).
           05  REG-TRANS-VALLA     PIC 9(01).
           05  REG-TRANS-ID        PIC 9(05).
