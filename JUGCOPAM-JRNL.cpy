      *           maestro queda ademas asentado aqui con el ID del
      *           jugador, la edicion y el numero de fecha, porque el
      *           archivo de movimientos se pisa con el de la fecha
      *           siguiente y el detalle por fecha se perderia. Lo
      *           leen TENDENCIACOPAM (estado de forma), COMPENSACOPAM
      *           (liquidacion por club de los minutos cedidos),
      *           SUSPENSIONCOPAM, POSICIONESCOPAM, BALANCECOPAM y
      *           FICHACOPAM, y REVERSIONCOPAM, que ademas lo regraba
      *           para marcar en REG-JRNL-ESTADO los renglones de la
      *           fecha que revierte.
      * Modification History:
      *   2026-09-02  Se agregan REG-JRNL-GOLC y REG-JRNL-VALLA al
      *               final: goles recibidos y valla invicta del
      *               el detalle por fecha del arco no se pierda al
      *               pisarse FECHAJUGCOPAM.dat. Se agregan al final
      *               para no correr los campos existentes.
      *   2026-10-15  Se agrega REG-JRNL-ESTADO al final: REVERSIONCOPAM
      *               marca con 'R' los renglones de una fecha que
      *               revierte sobre el roster, en lugar de borrarlos,
      *               y los lectores del diario los saltean. Los
      *               renglones asentados antes del cambio traen el
      *               campo en blanco y cuentan como aplicados.
      *   2026-10-15  Se agrega REG-JRNL-CLUB al final: club del
      *               jugador en el maestro al momento de aplicar la
      *               fecha, para que COMPENSACOPAM atribuya los
      *               minutos de cada fecha al club que lo cedio
      *               entonces aunque despues haya un pase. Los
      *               renglones asentados antes del cambio traen el
      *               campo en blanco.
      ******************************************************************
           05  REG-JRNL-ID         PIC 9(05).
           05  REG-JRNL-EDICION    PIC 9(04).
           05  REG-JRNL-MINUTOS    PIC 9(03).
           05  REG-JRNL-GOLC       PIC 9(02).
           05  REG-JRNL-VALLA      PIC 9(01).
           05  REG-JRNL-ESTADO     PIC X(01).
               88  REG-JRNL-APLICADO       VALUE 'A' SPACE.
               88  REG-JRNL-REVERTIDO      VALUE 'R'.
           05  REG-JRNL-CLUB       PIC X(16).
