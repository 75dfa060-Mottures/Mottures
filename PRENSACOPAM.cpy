      ******************************************************************
      * Copybook: PRENSACOPAM
      * Purpose:  Renglon del extracto para agencias de prensa
      *           FICHACOPAM-PRENSA.dat, de largo fijo: por cada
      *           partido de la fecha un renglon de partido (tipo P)
      *           con el resultado, seguido de un renglon por jugador
      *           (tipo J) de cada seleccion con lo que asento el
      *           diario en esa fecha. En el renglon de partido los
      *           campos del jugador van en blanco y en cero. Lo
      *           escribe FICHACOPAM junto con la ficha de partido
      *           impresa.
      ******************************************************************
           05  REG-PRENSA-TIPO     PIC X(01).
               88  REG-PRENSA-ES-PARTIDO   VALUE 'P'.
               88  REG-PRENSA-ES-JUGADOR   VALUE 'J'.
           05  REG-PRENSA-EDICION  PIC 9(04).
           05  REG-PRENSA-FECHA    PIC 9(02).
           05  REG-PRENSA-GRUPO    PIC X(01).
           05  REG-PRENSA-LOCAL    PIC X(03).
           05  REG-PRENSA-GOLES-L  PIC 9(02).
           05  REG-PRENSA-VISITA   PIC X(03).
           05  REG-PRENSA-GOLES-V  PIC 9(02).
           05  REG-PRENSA-PAIS     PIC X(03).
           05  REG-PRENSA-ID       PIC 9(05).
           05  REG-PRENSA-NOMBRE   PIC X(20).
           05  REG-PRENSA-MINUTOS  PIC 9(03).
           05  REG-PRENSA-GOLES    PIC 9(02).
           05  REG-PRENSA-ASIST    PIC 9(02).
           05  REG-PRENSA-TAMA     PIC 9(02).
           05  REG-PRENSA-TROJ     PIC 9(02).
           05  REG-PRENSA-GOLC     PIC 9(02).
           05  REG-PRENSA-VALLA    PIC 9(01).
           05  REG-PRENSA-INHABIL  PIC X(01).
               88  REG-PRENSA-ES-INHABIL   VALUE 'S'.
