	*> Copybook CAMBIOS-REGISTRO:
	*> Cola de cambios pendientes de aprobación
	*> (cambios_pendientes.dat, indexado por CAM-NUMERO,
	*> correlativo). TARMANT y CTAMANT ya no tocan tarifas.dat
	*> ni cuentas.dat: dejan acá, vía CAMPEND, la imagen de
	*> antes y la de después con el operador que pide. Un
	*> segundo supervisor, distinto del que pidió, lo aprueba
	*> o lo rechaza en CAMAPR, y recién al aprobarse se aplica
	*> al archivo. PRENOM lista los que siguen pendientes.
	*> Los resueltos quedan como rastro (aplicado o rechazado,
	*> con quién y cuándo).
	01 CAMBIOS-REGISTRO.
		02 CAM-NUMERO PIC 9(7).
		*> Archivo al que va el cambio.
		02 CAM-CLASE PIC X.
			88 CAMBIO-TARIFA VALUE "T".
			88 CAMBIO-CUENTA VALUE "C".
		*> "A" alta, "M" modificación, "E" eliminación.
		02 CAM-OPERACION PIC X.
		*> Clave del registro (TAR-CLAVE o CTA-CLAVE, a la
		*> izquierda); sus cinco primeras posiciones son
		*> siempre el EMPLEADO-ID.
		02 CAM-CLAVE PIC X(13).
		02 CAM-ANTES PIC X(60).
		02 CAM-DESPUES PIC X(60).
		02 CAM-SOLICITANTE PIC X(8).
		02 CAM-FECHA-SOLICITUD PIC 9(8).
		02 CAM-ESTADO PIC X.
			88 CAMBIO-PENDIENTE VALUE "P".
			88 CAMBIO-APLICADO VALUE "A".
			88 CAMBIO-RECHAZADO VALUE "R".
		02 CAM-RESOLVIO PIC X(8).
		02 CAM-FECHA-RESOLUCION PIC 9(8).
		02 CAM-MOTIVO PIC X(30).
