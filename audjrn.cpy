	*> WRITE/REWRITE/DELETE contra el archivo vivo deja una
	*> línea con programa, fecha/hora, operación (A alta, M
	*> modificación, E eliminación) y las imágenes completas del
	*> registro antes y después. Las imágenes de X(99) son los
	*> primeros 99 bytes de EMPLEADOS-REGISTRO; el resto del
	*> registro (empresa, superior, motivo de baja y si es
	*> recontratable) va en las colas del final, detrás del
	*> operador, para no correr los desplazamientos que ya
	*> parsean los lectores. Imagen completa = imagen + cola;
	*> si el copybook del empleado crece, la cola crece con él.
	*> Compartido por AUDJRN, AUDREP y la recuperación.
	01 LINEA-AUDITORIA.
		02 JRN-PROGRAMA PIC X(8).
		*> para no correr los desplazamientos de las imágenes
		*> que ya parsean los lectores del diario).
		02 JRN-OPERADOR PIC X(8).
		*> Colas de las imágenes: bytes 100 a 109 del registro.
		*> Las líneas grabadas antes de las colas las traen en
		*> blanco (empresa 01, sin superior, recontratable).
		02 JRN-RESTO-ANTES PIC X(10).
		02 JRN-RESTO-DESPUES PIC X(10).
