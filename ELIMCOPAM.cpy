      ******************************************************************
      * Copybook: ELIMCOPAM
      * Purpose:  Registro de resultados de la fase eliminatoria
      *           ELIMINATORIASCOPAM.dat: un renglon por partido, con
      *           la edicion, la ronda (OCT octavos, CUA cuartos, SEM
      *           semifinal, FIN final), el numero de llave dentro de
      *           la ronda y los dos paises. GOLES-L / GOLES-V son los
      *           goles de los noventa minutos; ALARGUE-L / ALARGUE-V
      *           los convertidos solo en el tiempo suplementario (en
      *           blanco o cero si no se jugo) y PENALES-L / PENALES-V
      *           la definicion por penales, en blanco cuando no la
      *           hubo. RESULTCOPAM.cpy queda para la fase de grupos,
      *           que no tiene alargue ni penales. Lo lee LLAVESCOPAM.
      ******************************************************************
           05  REG-ELIM-EDICION    PIC 9(04).
           05  REG-ELIM-RONDA      PIC X(03).
           05  REG-ELIM-LLAVE      PIC 9(02).
           05  REG-ELIM-LOCAL      PIC X(03).
           05  REG-ELIM-GOLES-L    PIC 9(02).
           05  REG-ELIM-VISITA     PIC X(03).
           05  REG-ELIM-GOLES-V    PIC 9(02).
           05  REG-ELIM-ALARGUE-L  PIC 9(02).
           05  REG-ELIM-ALARGUE-V  PIC 9(02).
           05  REG-ELIM-PENALES-L  PIC 9(02).
           05  REG-ELIM-PENALES-V  PIC 9(02).
