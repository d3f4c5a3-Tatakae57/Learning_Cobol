	*> Copybook CAMPOS-EXTRACTO:
	*> Catálogo de los campos que un extracto a medida puede
	*> pedir, filtrar u ordenar: los del maestro de empleados
	*> y los de sus satélites (departamentos, puestos, la
	*> tarifa vigente, domicilios y el saldo de vacaciones).
	*> Por campo: el nombre que se escribe en la definición,
	*> el largo de su imagen y el tipo: N numérico (se
	*> compara con ceros a la izquierda, como está grabado),
	*> X texto e I importe (tarifa: se teclea sin punto, como
	*> en TARMANT, y sale editada). Compartido por EXTDEF,
	*> que valida lo cargado, y EXTRAE, que lo resuelve.
	01 TABLA-CAMPOS-DATOS.
		02 FILLER PIC X(17) VALUE "ID            05N".
		02 FILLER PIC X(17) VALUE "NOMBRE        20X".
		02 FILLER PIC X(17) VALUE "APELLIDO      20X".
		02 FILLER PIC X(17) VALUE "EDAD          02X".
		02 FILLER PIC X(17) VALUE "TELEFONO      10X".
		02 FILLER PIC X(17) VALUE "ESTADO        01X".
		02 FILLER PIC X(17) VALUE "DEPTO         03N".
		02 FILLER PIC X(17) VALUE "FECHA-NAC     08N".
		02 FILLER PIC X(17) VALUE "FECHA-INGRESO 08N".
		02 FILLER PIC X(17) VALUE "FECHA-ESTADO  08N".
		02 FILLER PIC X(17) VALUE "PUESTO        03N".
		02 FILLER PIC X(17) VALUE "CUIL          11N".
		02 FILLER PIC X(17) VALUE "EMPRESA       02N".
		02 FILLER PIC X(17) VALUE "DEPTO-NOMBRE  20X".
		02 FILLER PIC X(17) VALUE "ESTABLECIM    04N".
		02 FILLER PIC X(17) VALUE "PUESTO-NOMBRE 20X".
		02 FILLER PIC X(17) VALUE "TARIFA        05I".
		02 FILLER PIC X(17) VALUE "VIGENCIA-TAR  08N".
		02 FILLER PIC X(17) VALUE "CALLE         30X".
		02 FILLER PIC X(17) VALUE "NUMERO        06X".
		02 FILLER PIC X(17) VALUE "CIUDAD        20X".
		02 FILLER PIC X(17) VALUE "PROVINCIA     20X".
		02 FILLER PIC X(17) VALUE "COD-POSTAL    08X".
		02 FILLER PIC X(17) VALUE "VAC-SALDO     03N".
	01 TABLA-CAMPOS REDEFINES TABLA-CAMPOS-DATOS.
		02 CAMPO-CATALOGO OCCURS 24 TIMES.
			03 CAT-CODIGO PIC X(14).
			03 CAT-LONGITUD PIC 99.
			03 CAT-TIPO PIC X.
				88 CAMPO-NUMERICO VALUE "N".
				88 CAMPO-TEXTO VALUE "X".
				88 CAMPO-IMPORTE VALUE "I".
	01 CANTIDAD-CATALOGO PIC 99 VALUE 24.
