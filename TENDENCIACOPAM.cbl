      *               de esa edicion: el diario es permanente y
      *               acumula todas las ediciones, y cargarlo entero
      *               llenaba la tabla en una o dos ediciones.
      *   2026-10-15  Se saltean los renglones del diario que
      *               REVERSIONCOPAM marco como revertidos: una fecha
      *               revertida no cuenta para la forma del jugador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       1550-BUSCAR-EDICION-MAYOR.
           IF REG-JRNL-EDICION > WS-EDICION-MAX
               AND REG-JRNL-APLICADO
               MOVE REG-JRNL-EDICION TO WS-EDICION-MAX
           END-IF
           PERFORM 5000-LEER-DIARIO

       2000-CARGAR-DIARIO.
           IF REG-JRNL-EDICION = WS-EDICION-PROCESO
               AND REG-JRNL-APLICADO
               IF WS-TOTAL-RENGLONES >= 5000
                   DISPLAY 'TABLA DE DIARIO LLENA, SE EXCEDE EL '
                       'LIMITE DE 5000 RENGLONES'
