	*> exactamente qué campos cambiaron y de qué valor a cuál.
	*> Las líneas grabadas con layouts más cortos traen la
	*> cola de las imágenes en blanco y comparan igual.
	*> Cada imagen se arma completa (los 99 bytes de siempre
	*> más su cola del final de la línea) antes de decodificar.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. AUDTLIN.

		01 ID-BUSCADO PIC X(5) VALUE SPACES.
		01 CONTADOR-LISTADAS PIC 9(7) VALUE ZERO.
		*> Mapa de campos de empleado.cpy: nombre, posición de
		*> arranque y largo dentro de la imagen completa
		*> X(109). Si el copybook del empleado crece, este mapa
		*> crece con él.
		01 TABLA-CAMPOS-DATOS.
			02 FILLER PIC X(17) VALUE "ID          00105".
			02 FILLER PIC X(17) VALUE "NOMBRE      00620".
			02 FILLER PIC X(17) VALUE "APELLIDO    02620".
			02 FILLER PIC X(17) VALUE "EDAD        04602".
			02 FILLER PIC X(17) VALUE "TELEFONO    04810".
			02 FILLER PIC X(17) VALUE "ESTADO      05801".
			02 FILLER PIC X(17) VALUE "DEPTO       05903".
			02 FILLER PIC X(17) VALUE "FECHA NAC   06208".
			02 FILLER PIC X(17) VALUE "FECHA ING   07008".
			02 FILLER PIC X(17) VALUE "FECHA EST   07808".
			02 FILLER PIC X(17) VALUE "PUESTO      08603".
			02 FILLER PIC X(17) VALUE "CUIL        08911".
			02 FILLER PIC X(17) VALUE "EMPRESA     10002".
			02 FILLER PIC X(17) VALUE "SUPERIOR    10205".
			02 FILLER PIC X(17) VALUE "MOTIVO BAJA 10702".
			02 FILLER PIC X(17) VALUE "RECONTRAT.  10901".
		01 TABLA-CAMPOS REDEFINES TABLA-CAMPOS-DATOS.
			02 CAMPO-ENTRADA-MAPA OCCURS 16 TIMES.
				03 MAP-NOMBRE PIC X(12).
				03 MAP-POSICION PIC 9(3).
				03 MAP-LARGO PIC 9(2).
		*> Imágenes completas de la línea en curso.
		01 IMAGEN-ANTES.
			02 IMA-EMPLEADO PIC X(99).
			02 IMA-COLA PIC X(10).
		01 IMAGEN-DESPUES.
			02 IMD-EMPLEADO PIC X(99).
			02 IMD-COLA PIC X(10).
		01 INDICE-CAMPO PIC 9(2) VALUE ZERO.
		01 VALOR-ANTES PIC X(20) VALUE SPACES.
		01 VALOR-DESPUES PIC X(20) VALUE SPACES.
		GOBACK.

	MOSTRAR-OPERACION.
		MOVE JRN-IMAGEN-ANTES TO IMA-EMPLEADO
		MOVE JRN-RESTO-ANTES TO IMA-COLA
		MOVE JRN-IMAGEN-DESPUES TO IMD-EMPLEADO
		MOVE JRN-RESTO-DESPUES TO IMD-COLA
		DISPLAY " "
		DISPLAY JRN-FECHA " " JRN-HORA " " JRN-PROGRAMA
			" por " JRN-OPERADOR

	MOSTRAR-CAMPOS-ALTA.
		PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
		UNTIL INDICE-CAMPO > 16
		MOVE IMAGEN-DESPUES
			(MAP-POSICION (INDICE-CAMPO):
			MAP-LARGO (INDICE-CAMPO))
			TO VALOR-DESPUES

	COMPARAR-CAMPOS.
		PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
		UNTIL INDICE-CAMPO > 16
		MOVE SPACES TO VALOR-ANTES
		MOVE SPACES TO VALOR-DESPUES
		MOVE IMAGEN-ANTES
			(MAP-POSICION (INDICE-CAMPO):
			MAP-LARGO (INDICE-CAMPO))
			TO VALOR-ANTES
		MOVE IMAGEN-DESPUES
			(MAP-POSICION (INDICE-CAMPO):
			MAP-LARGO (INDICE-CAMPO))
			TO VALOR-DESPUES
