      ******************************************************************
      * Copybook: ALINEACOPAM
      * Purpose:  Renglon de la planilla de alineacion que cada
      *           seleccion presenta antes del partido, en
      *           ALINEACIONESCOPAM.dat: un renglon por jugador con el
      *           partido (edicion, fecha, local y visitante), el pais
      *           que presenta la planilla, si el jugador es titular
      *           (T) o suplente (S), su ID, el numero de camiseta y
      *           el nombre. Los renglones de una misma planilla van
      *           juntos. Lo valida ALINEACIONCOPAM, que deja las
      *           planillas aceptadas con el mismo formato en
      *           ALINEACIONCOPAM-ACEPTADAS.dat para que PARTICIPACOPAM
      *           controle despues del partido a los jugadores con
      *           minutos.
      ******************************************************************
           05  REG-ALIN-EDICION    PIC 9(04).
           05  REG-ALIN-FECHA      PIC 9(02).
           05  REG-ALIN-LOCAL      PIC X(03).
           05  REG-ALIN-VISITA     PIC X(03).
           05  REG-ALIN-PAIS       PIC X(03).
           05  REG-ALIN-TIPO       PIC X(01).
               88  REG-ALIN-TITULAR     VALUE 'T'.
               88  REG-ALIN-SUPLENTE    VALUE 'S'.
           05  REG-ALIN-ID         PIC 9(05).
           05  REG-ALIN-NUM        PIC 9(02).
           05  REG-ALIN-NOMBRE     PIC X(20).
