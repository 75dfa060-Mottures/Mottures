      ******************************************************************
      * Copybook: CALENDCOPAM-MOV
      * Purpose:  Campo a campo del registro de movimientos de fixture
      *           de CALENDARIOCOPAM-MOV.dat, que CALENDARIOCOPAM
      *           aplica sobre el maestro CALENDARIOCOPAM.dat. El
      *           partido se identifica por edicion y cruce de paises
      *           (en cualquier orden de local y visitante). Un ALTA
      *           carga el partido completo; la carga del fixture de
      *           una edicion nueva es un ALTA por partido. Un
      *           REPROGRAMA cambia solo los datos que trae: numero de
      *           fecha, dia o sede (en cero o en blanco se conservan
      *           los del maestro). Una BAJA quita el partido.
      ******************************************************************
           05  REG-CALMOV-TIPO     PIC X(10).
               88  REG-CALMOV-ES-ALTA       VALUE 'ALTA'.
               88  REG-CALMOV-ES-REPROGRAMA VALUE 'REPROGRAMA'.
               88  REG-CALMOV-ES-BAJA       VALUE 'BAJA'.
           05  REG-CALMOV-EDICION  PIC 9(04).
           05  REG-CALMOV-FECHA    PIC 9(02).
           05  REG-CALMOV-DIA      PIC 9(08).
           05  REG-CALMOV-SEDE     PIC X(20).
           05  REG-CALMOV-GRUPO    PIC X(01).
           05  REG-CALMOV-LOCAL    PIC X(03).
           05  REG-CALMOV-VISITA   PIC X(03).
