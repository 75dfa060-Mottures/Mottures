      *           registros de detalle y total de control de goles).
      *           CORTECONTROL verifica el detalle contra el PIE antes
      *           de ordenar y aborta si la transferencia llego
      *           incompleta; DESCARGACOPAM y PREVALIDACOPAM
      *           regeneran la envoltura sobre los archivos de roster
      *           que producen. Se redefine sobre el registro crudo de
      *           JUGCOPAM.cpy: un renglon cuyos primeros ocho
