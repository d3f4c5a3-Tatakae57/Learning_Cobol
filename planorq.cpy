	*> Copybook LINEA-PLAN:
	*> Renglón de plan.dat, el plan de trabajo de ORQUESTA
	*> (secuencia, programa, acción ante error: P = parar,
	*> S = seguir). Lo lee ORQUESTA y EXTDEF le agrega las
	*> etapas de extractos.
	*> Desde los planes con calendario cada etapa lleva su
	*> frecuencia: D diaria, S semanal (PLA-DIA 0001-0007,
	*> 1 = lunes), M mensual (PLA-DIA = día del mes) y A anual
	*> (PLA-DIA = MMDD). Los planes viejos traen la cola en
	*> blanco y corren como diarios, igual que siempre.
	*> El parámetro, si viene, se le pasa a la etapa en el
	*> CALL: EXTRAE recibe así el nombre del extracto a
	*> correr. En blanco, la etapa se llama sin parámetros.
	01 LINEA-PLAN.
		02 PLA-SECUENCIA PIC 99.
		02 PLA-PROGRAMA PIC X(8).
		02 PLA-ON-ERROR PIC X.
		02 PLA-FRECUENCIA PIC X.
		02 PLA-DIA PIC 9(4).
		02 PLA-PARAMETRO PIC X(8).
		*> Archivo de entrada que la etapa tiene que esperar
		*> (en blanco, ninguno). "AAAAMMDD" en el nombre se
		*> reemplaza por la fecha de la corrida. Solo cuenta
		*> como llegado si no está vacío y su fecha de
		*> modificación es la de hoy: el archivo de ayer es un
		*> archivo que no llegó. Se espera hasta los minutos
		*> indicados; si no llega, la etapa se saltea ("S"),
		*> para la corrida ("P") o corre igual ("C"). En
		*> blanco sigue a PLA-ON-ERROR: parar o saltear.
		02 PLA-ARCHIVO-ESPERA PIC X(30).
		02 PLA-ESPERA-MINUTOS PIC 9(3).
		02 PLA-SIN-ARCHIVO PIC X.
		*> Programa del que la etapa depende (en blanco,
		*> ninguno): tiene que figurar antes en el plan. Lo
		*> controla PREVUELO antes de la noche; ORQUESTA corre
		*> en el orden del archivo.
		02 PLA-DEPENDE PIC X(8).
