      *             EDICION             (GOLEADORESCOPAM y
      *                                  DISCIPLINACOPAM; en cero o
      *                                  ausente procesan la edicion
      *                                  mas reciente del roster.
      *                                  BALANCECOPAM: idem, la mas
      *                                  reciente de los resultados.
      *                                  LLAVESCOPAM: la mas reciente
      *                                  de las posiciones finales.
      *                                  FIXTURECOPAM: la mas reciente
      *                                  de los resultados o, sin
      *                                  resultados, del fixture.
      *                                  COMPENSACOPAM: la mas
      *                                  reciente del diario.
      *                                  FICHACOPAM: la mas reciente
      *                                  de los resultados)
      *             PLANTEL-MINIMO      (PREVALIDACOPAM)
      *             PLANTEL-MAXIMO      (PREVALIDACOPAM)
      *             SUSPENSION-ROJA     (SUSPENSIONCOPAM: fechas que
      *                                  se estan aplicando; en cero o
      *                                  ausente se toma la ultima
      *                                  fecha asentada en el diario
      *                                  mas uno. SUSPENSIONCOPAM: la
      *                                  fecha que se computa; en cero
      *                                  o ausente, la ultima asentada.
      *                                  BALANCECOPAM: la fecha que se
      *                                  balancea, con la misma regla
      *                                  que ACTUALIZACOPAM.
      *                                  FIXTURECOPAM: ultima fecha
      *                                  jugada que se controla; en
      *                                  cero o ausente, la ultima con
      *                                  resultados. FICHACOPAM: la
      *                                  fecha de las fichas; en cero
      *                                  o ausente, la ultima asentada)
      *             REVERSION-EDICION   (REVERSIONCOPAM: edicion de la
      *                                  fecha a revertir)
      *             REVERSION-FECHA     (REVERSIONCOPAM: numero de la
      *                                  fecha a revertir; con
      *                                  cualquiera de las dos en cero
      *                                  o ausente la reversion aborta)
      *             DESEMPATE-1 a       (POSICIONESCOPAM: orden de los
      *             DESEMPATE-4          criterios de desempate a
      *                                  igualdad de puntos y
      *                                  diferencia de gol; 1 goles a
      *                                  favor, 2 puntos entre si, 3
      *                                  diferencia entre si, 4 fair
      *                                  play. Sin la clave, el lugar
      *                                  toma su mismo numero)
      *             FAIRPLAY-AMARILLA   (POSICIONESCOPAM: puntos de
      *                                  fair play por amarilla; 1 si
      *                                  falta)
      *             FAIRPLAY-ROJA       (POSICIONESCOPAM: idem por
      *                                  roja; 3 si falta)
      *             SUPLENTES-MAXIMO    (ALINEACIONCOPAM: suplentes
      *                                  que admite una planilla de
      *                                  alineacion; 12 si falta)
      *             TARIFA-MINUTO       (COMPENSACOPAM: importe por
      *                                  minuto jugado que se paga al
      *                                  club, en centavos; en cero o
      *                                  ausente la liquidacion aborta)
      *           Las claves no reconocidas se ignoran, para poder
      *           sumar parametros nuevos sin tocar a los programas
      *           que no los usan. Si el archivo no esta, cada
