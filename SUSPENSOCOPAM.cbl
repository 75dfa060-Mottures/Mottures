      *           items inyectados quedan en estado I al reescribir el
      *           suspenso, para que un jugador rechazado no
      *           desaparezca de los totales sin que nadie lo note.
      * Modification History:
      *   2026-10-15  Los items de ACTUALIZACOPAM (motivos RMID, RMPA
      *               y RMED) son movimientos de una fecha llevados al
      *               formato del roster, no filas de la transmision:
      *               se listan en el reporte pero una marca de
      *               reenvio sobre ellos se ignora, porque
      *               inyectarlos como detalle pisaria los acumulados
      *               del jugador con los deltas de una sola fecha. Se
      *               corrigen en FECHAJUGCOPAM.dat y se vuelven a
      *               aplicar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 TI-FECHA     PIC 9(08).
               10 TI-PROGRAMA  PIC X(16).
               10 TI-MOTIVO    PIC X(04).
                   88 TI-ES-MOVIMIENTO VALUE 'RMID' 'RMPA' 'RMED'.
               10 TI-ESTADO    PIC X(01).
                   88 TI-PENDIENTE   VALUE 'P'.
                   88 TI-MARCADO     VALUE 'R'.
       2200-MARCAR-ITEM.
           IF REG-MARCA-ITEM >= 1
               AND REG-MARCA-ITEM <= WS-TOTAL-ITEMS
               EVALUATE TRUE
                   WHEN TI-ES-MOVIMIENTO (REG-MARCA-ITEM)
                       DISPLAY 'MARCA IGNORADA, ITEM ES MOVIMIENTO '
                           'DE FECHA: ' REG-MARCA-ITEM
                   WHEN TI-PENDIENTE (REG-MARCA-ITEM)
                       MOVE 'R' TO TI-ESTADO (REG-MARCA-ITEM)
                       ADD 1 TO WS-CONTADOR-MARCADOS
                   WHEN OTHER
                       DISPLAY 'MARCA IGNORADA, ITEM NO PENDIENTE: '
                           REG-MARCA-ITEM
               END-EVALUATE
           ELSE
               DISPLAY 'MARCA IGNORADA, ITEM FUERA DE RANGO: '
                   REG-MARCA-ITEM
