      ******************************************************************
      * Copybook: CLASIFCOPAM
      * Purpose:  Renglon del extracto de posiciones finales por grupo
      *           POSICIONESCOPAM-CLASIF.dat: uno por pais, en el
      *           orden de la tabla, con la edicion, el grupo, el
      *           puesto y los totales que lo ubicaron ahi. Lo escribe
      *           POSICIONESCOPAM junto con el listado de posiciones y
      *           lo lee LLAVESCOPAM para tomar los clasificados de
      *           cada grupo a la fase eliminatoria sin depender del
      *           formato impreso de la tabla.
      ******************************************************************
           05  REG-CLASIF-EDICION  PIC 9(04).
           05  REG-CLASIF-GRUPO    PIC X(01).
           05  REG-CLASIF-PUESTO   PIC 9(02).
           05  REG-CLASIF-PAIS     PIC X(03).
           05  REG-CLASIF-PUNTOS   PIC 9(03).
           05  REG-CLASIF-DIF      PIC S9(04) SIGN LEADING SEPARATE.
           05  REG-CLASIF-GOLES-F  PIC 9(03).
           05  REG-CLASIF-GOLES-C  PIC 9(03).
