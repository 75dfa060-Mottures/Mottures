      ******************************************************************
      * Copybook: CRUCECOPAM
      * Purpose:  Renglon del patron de cruces de la primera ronda
      *           eliminatoria CRUCESCOPAM.dat: numero de llave y, para
      *           cada lado, puesto y grupo de origen (por ejemplo
      *           "01 1A 2B": el primero del grupo A recibe al segundo
      *           del B en la llave 1). Las llaves van numeradas desde
      *           01 y sin huecos; la cantidad de renglones (2, 4 u 8)
      *           fija la ronda de arranque, y el ganador de cada par
      *           de llaves consecutivas se cruza en la ronda
      *           siguiente. Lo mantiene la mesa del torneo segun el
      *           reglamento de cada edicion; si el archivo no esta,
      *           LLAVESCOPAM usa su patron compilado de cuartos.
      ******************************************************************
           05  REG-CRUCE-LLAVE     PIC 9(02).
           05  REG-CRUCE-SEP-1     PIC X(01).
           05  REG-CRUCE-PUESTO-L  PIC 9(01).
           05  REG-CRUCE-GRUPO-L   PIC X(01).
           05  REG-CRUCE-SEP-2     PIC X(01).
           05  REG-CRUCE-PUESTO-V  PIC 9(01).
           05  REG-CRUCE-GRUPO-V   PIC X(01).
