      ******************************************************************
      * Copybook: CALENDCOPAM
      * Purpose:  Registro del maestro de fixture CALENDARIOCOPAM.dat:
      *           un renglon por partido programado de la fase de
      *           grupos, con la edicion, el numero de fecha, el dia
      *           del partido (AAAAMMDD), la sede, el grupo y los dos
      *           paises. Un cruce de paises aparece una sola vez por
      *           edicion. Lo mantiene CALENDARIOCOPAM con las altas y
      *           reprogramaciones de la mesa y lo lee FIXTURECOPAM
      *           para controlar los resultados de cada fecha y
      *           programar la siguiente.
      ******************************************************************
           05  REG-CAL-EDICION     PIC 9(04).
           05  REG-CAL-FECHA       PIC 9(02).
           05  REG-CAL-DIA         PIC 9(08).
           05  REG-CAL-SEDE        PIC X(20).
           05  REG-CAL-GRUPO       PIC X(01).
           05  REG-CAL-LOCAL       PIC X(03).
           05  REG-CAL-VISITA      PIC X(03).
