	*> Copybook TABLA-DEDUCCIONES-VIG:
	*> Tabla de deducciones vigente a un período, armada por
	*> CARTRAM: la comparten NOMINA, SAC, RETHOR y PAGESP para
	*> que todos liquiden con los mismos tramos. Renglones "P" =
	*> tramos progresivos de impuesto (aplica solo el tramo
	*> donde cae el bruto); renglones "F" = deducciones fijas.
	01 TABLA-DEDUCCIONES-VIG.
