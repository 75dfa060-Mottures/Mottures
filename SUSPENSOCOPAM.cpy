      * Copybook: SUSPENSOCOPAM
      * Purpose:  Registro del archivo acumulativo de rechazos en
      *           suspenso JUGCOPAM-SUSPENSO.dat, al que CORTECONTROL,
      *           PREVALIDACOPAM, INDICECOPAM y ACTUALIZACOPAM agregan
      *           (EXTEND) cada registro que rechazan, ademas de sus
      *           archivos de rechazos propios que se pisan corrida a
      *           corrida: fecha del rechazo, programa de origen, codigo
      *           estructurado de motivo y la imagen completa del
      *           registro rechazado. SUSPENSOCOPAM lo administra:
      *           informa por antiguedad, marca renglones corregidos
      *             RDUP  jugador duplicado        (PREVALIDACOPAM)
      *             RCAM  camiseta duplicada       (PREVALIDACOPAM)
      *             RSID  id de jugador en cero    (INDICECOPAM)
      *             RMID  movimiento con id de     (ACTUALIZACOPAM)
      *                   jugador inexistente
      *             RMPA  movimiento con pais      (ACTUALIZACOPAM)
      *                   distinto al del maestro
      *             RMED  movimiento de un jugador (ACTUALIZACOPAM)
      *                   de otra edicion
      *           Los items RM* no son filas del roster sino
      *           movimientos de FECHAJUGCOPAM.dat volcados al mismo
      *           formato (ID, NOMBRE, CLUB, PAIS, edicion vigente y
      *           los deltas de la fecha en los acumulados): no se
      *           reinyectan en la transmision, se corrigen en la
      *           planilla y se vuelven a enviar con la fecha.
      *           Estados: P pendiente, R marcado para reenvio,
      *           I reinyectado en una transmision.
      *           REG-SUSPENSO-REGISTRO repite campo a campo el
