	*> Copybook IDS-RETIRADOS-REGISTRO:
	*> IDs de empleado retirados por FUSEMP al fusionar dos
	*> IDs de la misma persona (indexado por el ID retirado):
	*> todo lo del retirado pasó al sobreviviente y el número
	*> no se vuelve a usar. SIGEMP nunca lo entrega (su
	*> secuencia solo avanza); las puertas que reciben un ID
	*> ya armado (LOTE1, REPROC, REINGRESO) lo leen acá y
	*> rechazan el alta, indicando el ID sobreviviente.
	01 IDS-RETIRADOS-REGISTRO.
		02 RET-ID PIC 9(5).
		02 RET-SOBREVIVIENTE PIC 9(5).
		02 RET-FECHA PIC 9(8).
		02 RET-OPERADOR PIC X(8).
