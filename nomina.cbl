	*> misma técnica FILLER/REDEFINES de TABLA-RANGOS en
	*> LISTADO) y muestra bruto, cada deducción y neto por
	*> empleado, con los totales desglosados igual en el pie.
	*> Grupos de pago: cada corrida liquida un solo grupo
	*> (grupos_empleado.dat; sin renglón, el mensual) y un
	*> solo subperíodo. En los quincenales y semanales las
	*> deducciones fijas de tabla se reparten entre los
	*> subperíodos (el último se lleva el residuo) y lo que
	*> se cobra una vez por mes (cuota fija de embargo, cuota
	*> fija de agencia, cuota del adelanto y asignaciones
	*> familiares) va solo en el último. Cada subperíodo deja
	*> su renglón en registro_subperiodo.dat y el renglón del
	*> mes del registro acumulado se rearma como su suma.
	*> Reintegro de gastos: los comprobantes aprobados en
	*> GASTOS (gastos.dat) de este período o de períodos
	*> anteriores se pagan como renglones no remunerativos:
	*> suman al neto pero no al bruto, así que quedan afuera
	*> de las deducciones, de las cargas patronales y de la
	*> base del SAC, y van al debe en su cuenta propia. La
	*> marca de liquidado se escenifica como las rebajas de
	*> adelantos. Lo que quedó sin aprobar o sin pagar al
	*> cierre sigue vivo para el período siguiente y sale en
	*> el listado GASTOPEN de la corrida.
	*> Licencias médicas: el día de enfermedad posterior a la
	*> fecha en que el caso de casos_medicos.dat agotó su tope
	*> legal de días pagos (MEDCAS, a la fecha de cierre del
	*> período) se descuenta entero, como el injustificado:
	*> el empleado conserva el puesto pero ya no cobra.
	*> Firma de recibos: cada recibo impreso en la corrida
	*> real deja su renglón pendiente de firma en
	*> recibos_firma.dat (RECFIRMA registra la firma); la
	*> reanudación no pisa el renglón ya grabado.
	*> Empresas: la corrida es de una sola empresa del grupo.
	*> Se firma con SIGNON y se elige la empresa con EMPSEL
	*> (solo las autorizadas al operador); el período sale de
	*> los renglones de esa empresa en periodo.dat, se liquida
	*> solo a sus empleados (EMPLEADO-EMPRESA), el trailer del
	*> banco lleva la empresa y su cuenta pagadora, y cada
	*> renglón del asiento la empresa y su libro contable. El
	*> checkpoint de otra empresa es rancio como el de otro
	*> grupo.
	*> Pagos indebidos: los casos abiertos en PAGIND
	*> (pagos_indebidos.dat) se descuentan con renglón propio
	*> del recibo después del embargo y antes del adelanto.
	*> La cuota de cada caso se topea en su porcentaje legal
	*> del neto que dejó el embargo (entre todos los casos
	*> del empleado nunca más que el mayor de esos topes), en
	*> el saldo y en lo que queda del neto; la rebaja se
	*> escenifica como la de los embargos y el caso que llega
	*> a saldo cero queda saldado. Lo recuperado va al haber
	*> de la cuenta del deudor que abrió PAGIND.
	*> Premio por producción: la producción aprobada en
	*> PRODUC (produccion.dat) de este período o de períodos
	*> anteriores se paga como renglón remunerativo propio
	*> del recibo: suma al bruto después del descuento de
	*> ausencias, así paga aportes, deducciones y cargas
	*> patronales, pero va al debe en su cuenta propia y no
	*> en SUELDOS Dnnn. Las horas de la novedad siguen siendo
	*> las reales. La marca de liquidado se escenifica como
	*> la de los gastos.
	*> Acumulados del año: cada renglón grabado en el
	*> registro se acumula en el mismo paso en acumulados.dat
	*> (ACUMUL), pisando el casillero de su período, y la
	*> retención de ganancias toma de ahí el bruto y lo
	*> retenido de los meses anteriores en vez de releer el
	*> registro mes a mes.
	*> Imputación contable: el asiento ya no lleva rótulos
	*> fijos como cuenta. Cada renglón se arma con su
	*> concepto y su depto, CTAIMP le busca la cuenta en las
	*> imputaciones de IMPMANT contra el plan de PLCMANT y el
	*> rótulo viaja aparte en ASI-CONCEPTO. La corrida real
	*> no arranca si algún concepto del asiento no tiene
	*> cuenta para algún depto con empleados activos, y si
	*> al final igual falta alguna (un depto que entró por el
	*> prorrateo), el asiento no se graba: asientos.dat queda
	*> vacío y CTAIMP lista lo que falta.
	*> Depósitos judiciales: al aplicar las rebajas de los
	*> embargos, lo retenido a cada empleado se anota en
	*> retenciones_embargo.dat con su expediente y la empresa
	*> de la corrida; DEPJUD lo deposita en la cuenta del
	*> juzgado.
	*> Francos compensatorios: en los departamentos marcados
	*> DEP-FRANCOS, el empleado que adhirió (FRANCOS) no
	*> cobra las horas por encima del umbral: quedan en
	*> francos.dat como un lote del período, a tomar en días
	*> de franco. El lote con horas sin tomar que cumple los
	*> meses de vencimiento de nomina_parm.dat se paga a la
	*> tarifa de hora extra como renglón propio del recibo,
	*> dentro de SUELDOS. El recibo muestra las horas que
	*> fueron al banco y el saldo que queda; el alta del lote
	*> y la marca de pagado se escenifican como la
	*> producción.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. NOMINA.

		RECORD KEY IS REG-CLAVE
		FILE STATUS IS WS-STATUS-REG.

		SELECT OPTIONAL ARCHIVO-DEDUCC-GAN
		ASSIGN TO "deducciones_ganancias.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DGA-CLAVE
		FILE STATUS IS WS-STATUS-DGA.

	*> Familiares a cargo para las asignaciones familiares.
		SELECT OPTIONAL ARCHIVO-FAMILIARES
		ASSIGN TO "dependientes.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FAM-CLAVE
		FILE STATUS IS WS-STATUS-FAM.

		SELECT OPTIONAL ARCHIVO-GRUPOS-EMP
		ASSIGN TO "grupos_empleado.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GEM-ID
		FILE STATUS IS WS-STATUS-GEM.

	*> Renglones por subperíodo de los grupos quincenales y
	*> semanales: la corrida real los graba; la simulación
	*> solo los lee para armar el mes en su borrador.
		SELECT OPTIONAL ARCHIVO-REG-SUBPERIODO
		ASSIGN TO "registro_subperiodo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RSB-CLAVE
		FILE STATUS IS WS-STATUS-RSB.

		SELECT OPTIONAL ARCHIVO-PARAMETROS
		ASSIGN TO "nomina_parm.dat"
		RECORD KEY IS ADE-ID
		FILE STATUS IS WS-STATUS-ADE.

		SELECT OPTIONAL ARCHIVO-GASTOS
		ASSIGN TO "gastos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GAS-CLAVE
		FILE STATUS IS WS-STATUS-GAS.

		SELECT OPTIONAL ARCHIVO-PRODUCCION
		ASSIGN TO "produccion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRD-CLAVE
		FILE STATUS IS WS-STATUS-PRD.

		SELECT OPTIONAL ARCHIVO-EMBARGOS
		ASSIGN TO "embargos.dat"
		ORGANIZATION IS INDEXED
		RECORD KEY IS EMB-ID
		FILE STATUS IS WS-STATUS-EMB.

		SELECT OPTIONAL ARCHIVO-RETENCIONES-EMB
		ASSIGN TO "retenciones_embargo.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS REJ-CLAVE
		FILE STATUS IS WS-STATUS-REJ.

		SELECT OPTIONAL ARCHIVO-PAGOS-INDEBIDOS
		ASSIGN TO "pagos_indebidos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PGI-CLAVE
		FILE STATUS IS WS-STATUS-PGI.

		SELECT OPTIONAL ARCHIVO-AJUSTES
		ASSIGN TO "ajustes.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		RECORD KEY IS AUS-CLAVE
		FILE STATUS IS WS-STATUS-AUS.

		SELECT OPTIONAL ARCHIVO-CASOS
		ASSIGN TO "casos_medicos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CAM-CLAVE
		FILE STATUS IS WS-STATUS-CAM.

		SELECT OPTIONAL ARCHIVO-RECIBOS-FIRMA
		ASSIGN TO "recibos_firma.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS RFI-CLAVE
		FILE STATUS IS WS-STATUS-RFI.

		SELECT OPTIONAL ARCHIVO-DISTRIBUCION
		ASSIGN TO "distribucion.dat"
		ORGANIZATION IS INDEXED
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-EMS.

		SELECT ARCHIVO-PGI-STAGE
		ASSIGN TO "pagos_indebidos.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PGS.

		SELECT ARCHIVO-AJU-STAGE
		ASSIGN TO "ajustes_apl.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-AJS.

		SELECT ARCHIVO-GAS-STAGE
		ASSIGN TO "gastos.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-GST.

		SELECT ARCHIVO-PRD-STAGE
		ASSIGN TO "produccion.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-PRS.

		SELECT OPTIONAL ARCHIVO-FRANCOS
		ASSIGN TO "francos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS FRA-CLAVE
		FILE STATUS IS WS-STATUS-FRA.

		SELECT ARCHIVO-FRA-STAGE
		ASSIGN TO "francos.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STATUS-FRS.

		SELECT OPTIONAL ARCHIVO-DEPARTAMENTOS
		ASSIGN TO "departamentos.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DEP-CODIGO
		FILE STATUS IS WS-STATUS-DEP.

	*> Cola de pagos por cheque de la corrida: los netos de
	*> los empleados sin cuenta bancaria (o marcados medio
	*> "C" en el maestro de cuentas) ya no se caen del ciclo
	FD ARCHIVO-ADELANTOS.
		COPY "adelanto.cpy".

	FD ARCHIVO-GASTOS.
		COPY "gasto.cpy".

	FD ARCHIVO-PRODUCCION.
		COPY "produccion.cpy".

	FD ARCHIVO-FRANCOS.
		COPY "francos.cpy".

	FD ARCHIVO-DEPARTAMENTOS.
		COPY "depto.cpy".

	FD ARCHIVO-EMBARGOS.
		COPY "embargo.cpy".

	FD ARCHIVO-RETENCIONES-EMB.
		COPY "retemb.cpy".

	FD ARCHIVO-PAGOS-INDEBIDOS.
		COPY "pagoind.cpy".

	FD ARCHIVO-APROBACIONES.
		COPY "aprobacion.cpy".

	FD ARCHIVO-AUSENCIAS.
		COPY "ausencia.cpy".

	FD ARCHIVO-CASOS.
		COPY "casomed.cpy".

	FD ARCHIVO-RECIBOS-FIRMA.
		COPY "recibofir.cpy".

	FD ARCHIVO-DISTRIBUCION.
		COPY "distrib.cpy".

			02 CKT-CONTADOR-CHEQUES PIC 9(5).
			02 CKT-NETO-BANCO PIC 9(8)V99.
			02 CKT-NETO-CHEQUES PIC 9(8)V99.
			*> Checkpoints anteriores a este campo lo traen
			*> en blanco: se restaura como cero.
			02 CKT-TOTAL-AJU-GANANCIAS PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			02 CKT-TOTAL-ASIGNACIONES PIC 9(7)V99.
			*> Grupo y subperíodo de la corrida cortada; en
			*> blanco, checkpoint anterior a los grupos: era
			*> del grupo mensual.
			02 CKT-GRUPO PIC X(2).
			02 CKT-SUBPERIODO PIC 9.
			02 CKT-TOTAL-GASTOS PIC 9(7)V99.
			*> Empresa de la corrida cortada; en blanco,
			*> checkpoint anterior a las empresas: la 01.
			02 CKT-EMPRESA PIC 9(2).
			02 CKT-TOTAL-PAGOS-IND PIC 9(7)V99.
			02 CKT-TOTAL-PRODUCCION PIC 9(7)V99.
			02 CKT-TOTAL-FRANCOS PIC 9(7)V99.
			02 CKT-HORAS-FRANCO PIC 9(5)V99.
		01 CKPT-DEPTO.
			02 CKD-TIPO PIC X.
			02 CKD-CODIGO PIC 9(3).
			02 EMS-ID PIC 9(5).
			02 EMS-CUOTA PIC 9(6)V99.

	FD ARCHIVO-PGI-STAGE.
		01 PGI-STAGE-LINEA.
			02 RCS-ID PIC 9(5).
			02 RCS-PERIODO PIC 9(6).
			02 RCS-CUOTA PIC 9(6)V99.

	FD ARCHIVO-GAS-STAGE.
		01 GAS-STAGE-LINEA.
			02 GST-ID PIC 9(5).
			02 GST-PERIODO PIC 9(6).
			02 GST-SECUENCIA PIC 9(3).

	FD ARCHIVO-PRD-STAGE.
		01 PRD-STAGE-LINEA.
			02 PST-ID PIC 9(5).
			02 PST-PERIODO PIC 9(6).
			02 PST-FECHA PIC 9(8).
			02 PST-PRODUCTO PIC X(8).

	*> Movimientos de francos de la corrida: "G" lote nuevo
	*> de horas ganadas, "V" horas vencidas pagadas de un
	*> lote anterior.
	FD ARCHIVO-FRA-STAGE.
		01 FRA-STAGE-LINEA.
			02 FTS-ID PIC 9(5).
			02 FTS-TIPO PIC X.
			02 FTS-PERIODO PIC 9(6).
			02 FTS-SUBPERIODO PIC 9.
			02 FTS-HORAS PIC 9(3)V99.

	FD ARCHIVO-AJU-STAGE.
		01 AJU-STAGE-LINEA.
			02 AJS-PERIODO PIC 9(6).
				SIGN IS TRAILING SEPARATE.
			02 AJU-APLICADO PIC X.
			*> Origen: "T" tarifas (RETRO), "H" horas
			*> (RETHOR), blanco = línea vieja de RETRO, y
			*> "G" ajuste anual de ganancias (AJUGAN), que
			*> se salda aparte y va a su propia cuenta.
			02 AJU-ORIGEN PIC X.

	FD ARCHIVO-DEPURADO.
			*> de convenio (1.30 y 2.00).
			02 PARM-MULT-NOCTURNA PIC 9V99.
			02 PARM-MULT-FERIADO PIC 9V99.
			*> Deducciones anuales de ganancias por cónyuge
			*> y por hijo a cargo; en blanco rigen los
			*> valores de convenio.
			02 PARM-DED-CONYUGE PIC 9(7)V99.
			02 PARM-DED-HIJO PIC 9(7)V99.
			*> Meses tras los que un lote de francos sin
			*> tomar se paga; en blanco rige el valor de
			*> convenio (6).
			02 PARM-MESES-FRANCOS PIC 9(2).

	FD ARCHIVO-REGISTRO.
		COPY "registro.cpy".

	FD ARCHIVO-DEDUCC-GAN.
		COPY "desgan.cpy".

	FD ARCHIVO-FAMILIARES.
		COPY "familiar.cpy".

	FD ARCHIVO-GRUPOS-EMP.
		COPY "grupoemp.cpy".

	FD ARCHIVO-REG-SUBPERIODO.
		COPY "regsub.cpy".

	*> Resumen contable de la corrida: renglones de debe y
	*> haber balanceados (bruto y ajustes al debe; cada
			02 ASI-CUENTA PIC X(12).
			02 ASI-DEBE PIC S9(7)V99 COMP-3.
			02 ASI-HABER PIC S9(7)V99 COMP-3.
			*> Empresa del asiento y su libro en el sistema
			*> contable (CIAMANT), al final del renglón.
			02 ASI-EMPRESA PIC 9(2).
			02 ASI-MAYOR PIC X(6).
			*> Fecha contable: en cero se imputa al
			*> período; DEVENGA fecha sus asientos.
			02 ASI-FECHA PIC 9(8).
			*> Concepto del renglón y depto (centro de
			*> costo) con que CTAIMP resolvió ASI-CUENTA;
			*> depto cero = renglón sin depto.
			02 ASI-CONCEPTO PIC X(12).
			02 ASI-DEPTO PIC 9(3).

	*> Archivo de intercambio con el banco: un renglón fijo por
	*> empleado pagado y un trailer con cantidad y suma, para
			02 BAN-TR-CANTIDAD PIC 9(7).
			02 BAN-TR-TOTAL PIC S9(7)V99
				SIGN IS TRAILING SEPARATE.
			*> Qué corrida paga la subida: período, grupo y
			*> subperíodo, al final del trailer.
			02 BAN-TR-PERIODO PIC 9(6).
			02 BAN-TR-GRUPO PIC X(2).
			02 BAN-TR-SUBPERIODO PIC 9.
			*> Empresa que paga y su cuenta pagadora, la que
			*> el banco debita.
			02 BAN-TR-EMPRESA PIC 9(2).
			02 BAN-TR-CBU-EMPRESA PIC X(22).

	WORKING-STORAGE SECTION.
		01 WS-STATUS-TAR PIC XX VALUE "00".
		01 RESPUESTA-MODO PIC X VALUE SPACE.
		01 NOMBRE-REGISTRO PIC X(30)
			VALUE "registro_nomina.dat".
		01 WS-STATUS-GEM PIC XX VALUE "00".
		01 WS-STATUS-RSB PIC XX VALUE "00".
		*> Período liquidado (AAAAMM): ya no se deduce de la
		*> fecha de corrida sino que lo entrega periodo.dat, el
		*> control de ciclo que mantiene PERCTL. Si el período
		01 PERIODO-NOMINA PIC 9(6) VALUE ZERO.
		01 PERIODO-LEIDO PIC X VALUE "N".
		01 ESTADO-PERIODO PIC X VALUE SPACE.
		*> Grupo de pago y subperíodo que liquida la corrida,
		*> con el rango de fechas del subperíodo (el mes entero
		*> en el grupo mensual). ULTIMO-SUBPERIODO = "S" en el
		*> que cierra el mes: ahí se cobra lo mensual.
		COPY "pergrupo.cpy".
		01 GRUPO-NOMINA PIC X(2) VALUE SPACES.
		01 SUBPERIODO-NOMINA PIC 9 VALUE 1.
		01 SUBPERIODOS-NOMINA PIC 9 VALUE 1.
		01 FECHA-DESDE-NOMINA PIC 9(8) VALUE ZERO.
		01 FECHA-HASTA-NOMINA PIC 9(8) VALUE ZERO.
		01 ULTIMO-SUBPERIODO PIC X VALUE "S".
		01 GRUPO-EMPLEADO PIC X(2) VALUE SPACES.
		01 INDICE-SUB PIC 9 VALUE ZERO.
		*> Lo pagado al empleado en los otros subperíodos del
		*> mes, para rearmar el renglón mensual del registro, y
		*> lo de los anteriores a éste, para la retención
		*> acumulada y el tramo de las asignaciones.
		01 OTROS-SUB-HORAS PIC 9(4)V99 VALUE ZERO.
		01 OTROS-SUB-BRUTO PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-NETO PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-ADELANTO PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-IMPUESTO PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-JUBILACION PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-SINDICATO PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-ASIGNACION PIC 9(7)V99 VALUE ZERO.
		01 OTROS-SUB-GASTOS PIC 9(7)V99 VALUE ZERO.
		01 BRUTO-SUB-ANTERIORES PIC 9(7)V99 VALUE ZERO.
		01 RETENIDO-SUB-ANTERIORES PIC 9(7)V99 VALUE ZERO.
		01 BRUTO-MES-ASIGNACION PIC 9(7)V99 VALUE ZERO.
		*> Umbral de horas normales del subperíodo: el del
		*> mes repartido entre los subperíodos.
		01 UMBRAL-SUBPERIODO PIC 9(3)V99 VALUE ZERO.
		01 WS-STATUS-BAN PIC XX VALUE "00".
		01 WS-STATUS-NOV PIC XX VALUE "00".
		01 NOVEDAD-HALLADA PIC X VALUE "N".
		01 NOMBRE-ASIENTO PIC X(8) VALUE "ASIENTO".
		01 PAGINA-ASIENTO PIC 99 VALUE ZERO.
		01 LINEAS-ASIENTO PIC 9(7) VALUE ZERO.
		*> El asiento se arma entero en IMPUTACION-PEDIDO (un
		*> renglón por línea, con su importe en esta tabla)
		*> y se graba recién cuando CTAIMP le encontró cuenta
		*> a todos.
		01 CONCEPTO-ASIENTO PIC X(12) VALUE SPACES.
		01 DEPTO-ASIENTO PIC 9(3) VALUE ZERO.
		01 LADO-ASIENTO PIC X VALUE "D".
		01 TABLA-IMPORTES-ASIENTO.
			02 IMPORTE-RENGLON PIC S9(7)V99
				OCCURS 150 TIMES.
		01 INDICE-RENGLON-ASI PIC 9(3) VALUE ZERO.
		*> Conceptos sin depto que el asiento de NOMINA puede
		*> llevar, con su lado, para el control previo.
		01 CONCEPTOS-FIJOS-DATOS.
			02 FILLER PIC X(13) VALUE "AJUSTES RETRD".
			02 FILLER PIC X(13) VALUE "AJUSTES RETRH".
			02 FILLER PIC X(13) VALUE "AJU GANANCIAD".
			02 FILLER PIC X(13) VALUE "AJU GANANCIAH".
			02 FILLER PIC X(13) VALUE "ASIG FAMILIAD".
			02 FILLER PIC X(13) VALUE "GASTOS REINTD".
			02 FILLER PIC X(13) VALUE "PREMIO PRODUD".
			02 FILLER PIC X(13) VALUE "CS A PAGAR  H".
			02 FILLER PIC X(13) VALUE "RET IMPUESTOH".
			02 FILLER PIC X(13) VALUE "RET JUBILAC H".
			02 FILLER PIC X(13) VALUE "RET SINDICATH".
			02 FILLER PIC X(13) VALUE "RET EMBARGO H".
			02 FILLER PIC X(13) VALUE "PAGO INDEBIDH".
			02 FILLER PIC X(13) VALUE "RET AGENCIASH".
			02 FILLER PIC X(13) VALUE "REC ADELANTOH".
			02 FILLER PIC X(13) VALUE "NETO A PAGARH".
		01 CONCEPTOS-FIJOS REDEFINES CONCEPTOS-FIJOS-DATOS.
			02 CONCEPTO-FIJO OCCURS 16 TIMES.
				03 CF-CONCEPTO PIC X(12).
				03 CF-LADO PIC X.
		01 INDICE-CONCEPTO-FIJO PIC 99 VALUE ZERO.
		COPY "ctaimp.cpy".
		01 FIN-AJUSTES PIC X VALUE "N".
		01 WS-STATUS-AJT PIC XX VALUE "00".
		*> Solo los ajustes pendientes entran a la tabla; el
				03 TA-IMPORTE PIC S9(6)V99.
				03 TA-APLICADO PIC X.
				03 TA-CONSUMIDO PIC X.
				03 TA-ORIGEN PIC X.
		01 AJUSTES-DESBORDADOS PIC 9(5) VALUE ZERO.
		01 AJUSTE-CASADO PIC X VALUE "N".
		01 CANTIDAD-AJUSTES PIC 9(3) VALUE ZERO.
		01 NETO-CON-AJUSTE PIC S9(7)V99 VALUE ZERO.
		01 AJUSTE-APLICADO-REAL PIC S9(6)V99 VALUE ZERO.
		01 TOTAL-AJUSTES-RETRO PIC S9(7)V99 VALUE ZERO.
		*> El ajuste anual de ganancias se salda como los
		*> retroactivos, pero con sus propios importes: en el
		*> asiento es impuesto, no sueldo.
		01 AJUSTE-GANANCIAS-EMP PIC S9(6)V99 VALUE ZERO.
		01 AJUSTE-GANANCIAS-REAL PIC S9(6)V99 VALUE ZERO.
		01 TOTAL-AJUSTE-GANANCIAS PIC S9(7)V99 VALUE ZERO.
		01 AJUSTE-EDITADO PIC +ZZZ,ZZ9.99.
		01 CUOTA-ADELANTO PIC 9(6)V99 VALUE ZERO.
		01 SALDO-ADELANTO PIC 9(6)V99 VALUE ZERO.
		01 WS-STATUS-CKP PIC XX VALUE "00".
		01 WS-STATUS-ADS PIC XX VALUE "00".
		01 WS-STATUS-EMS PIC XX VALUE "00".
		01 WS-STATUS-PGS PIC XX VALUE "00".
		01 WS-STATUS-AJS PIC XX VALUE "00".
		01 WS-STATUS-GST PIC XX VALUE "00".
		01 WS-STATUS-PRS PIC XX VALUE "00".
		01 WS-STATUS-FRS PIC XX VALUE "00".
		01 MODO-REANUDACION PIC X VALUE "N".
		*> Controles de la depuración de reanudación: dónde
		*> vive el ID dentro de la línea de cada archivo y qué
		01 DESCUENTO-AUSENCIAS PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-AUSENCIAS PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-AUSENCIA PIC 9(8)V99 VALUE ZERO.
		*> Caso médico del empleado vigente en el período; los
		*> días E después de MCC-FECHA-TOPE ya no se pagan.
		01 WS-STATUS-CAM PIC XX VALUE "00".
		01 WS-STATUS-RFI PIC XX VALUE "00".
		01 FECHA-EMISION-RECIBO PIC 9(8) VALUE ZERO.
		*> Operador firmado y empresa de la corrida (EMPSEL).
		01 WS-PROGRAMA-LOG PIC X(8) VALUE "NOMINA".
		01 WS-OPERADOR-LOG PIC X(8) VALUE "SISTEMA".
		01 NIVEL-FIRMADO PIC 9 VALUE ZERO.
		01 RESULTADO-SIGNON PIC X VALUE "N".
		COPY "empsel.cpy".
		01 EMPRESA-EMPLEADO PIC 9(2) VALUE ZERO.
		01 FIN-CASOS-EMP PIC X VALUE "N".
		01 CASO-NOMINA PIC X VALUE "N".
		01 INICIO-CASO-NOMINA PIC 9(8) VALUE ZERO.
		COPY "medcas.cpy".
		*> Parte NO paga del día de enfermedad, en por ciento
		*> (la enfermedad cobra el 75 del día, de convenio).
		01 DESCUENTO-ENFERMEDAD PIC 9(2)V99 VALUE 25.00.
		01 CANTIDAD-AGENCIAS-EMP PIC 9(2) VALUE ZERO.
		01 INDICE-AGENCIA-EMP PIC 9(2) VALUE ZERO.
		01 WS-STATUS-EMB PIC XX VALUE "00".
		01 WS-STATUS-REJ PIC XX VALUE "00".
		01 CUOTA-EMBARGO PIC 9(6)V99 VALUE ZERO.
		01 SALDO-EMBARGO PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-EMBARGOS PIC 9(7)V99 VALUE ZERO.
		01 PRODUCTO-EMBARGO PIC 9(9)V99 VALUE ZERO.
		01 WS-STATUS-PGI PIC XX VALUE "00".
		01 CUOTA-PAGO-INDEBIDO PIC 9(6)V99 VALUE ZERO.
		01 SALDO-PAGO-INDEBIDO PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-PAGOS-INDEBIDOS PIC 9(7)V99 VALUE ZERO.
		01 NETO-BASE-RECUPERO PIC 9(6)V99 VALUE ZERO.
		01 TOPE-RECUPERO PIC 9(6)V99 VALUE ZERO.
		01 CUOTA-UN-CASO PIC 9(6)V99 VALUE ZERO.
		01 FIN-CASOS-PGI PIC X VALUE "N".
		01 UMBRAL-EXTRA PIC 9(3)V99 VALUE 40.
		01 MULTIPLICADOR-EXTRA PIC 9V99 VALUE 1.50.
		*> Plus por antigüedad: un porcentaje del bruto por año
		COPY "tramotab.cpy".
		*> Contribuciones patronales sobre el bruto: lo que la
		*> empresa paga además del sueldo y que hasta ahora
		*> vivía en la planilla del contador. La tabla está en
		*> copybook porque la declaración mensual las recalcula
		*> con las mismas alícuotas.
		COPY "patronal.cpy".
		01 TOTALES-PATRONAL.
			02 TOTAL-PAT-CONCEPTO OCCURS 3 TIMES
				PIC 9(8)V99 VALUE ZERO.
		01 DEDUCCION-IMPUESTO PIC 9(6)V99 VALUE ZERO.
		01 DEDUCCION-JUBILACION PIC 9(6)V99 VALUE ZERO.
		01 DEDUCCION-SINDICATO PIC 9(6)V99 VALUE ZERO.
		*> Retención acumulada de ganancias: la escala es
		*> anual, así que cada mes se liquida el impuesto sobre
		*> la base del año hasta la fecha (bruto acumulado menos
		*> las deducciones personales prorrateadas al mes), con
		*> los límites de los tramos llevados al mes en curso, y
		*> se retiene solo lo que falta sobre lo ya retenido en
		*> los meses anteriores. Si sobra, no se devuelve mes a
		*> mes: lo arregla el ajuste anual de AJUGAN.
		*> Lo de los meses anteriores sale de acumulados.dat
		*> (ACUMUL), que la corrida real mantiene al grabar el
		*> registro; la simulación lo lee igual, sin tocarlo.
		01 WS-STATUS-DGA PIC XX VALUE "00".
		01 MES-GANANCIAS PIC 99 VALUE ZERO.
		*> Meses del año transcurridos hasta el fin de este
		*> subperíodo (en el mensual, MES-GANANCIAS entero).
		01 MESES-TRANSCURRIDOS PIC 99V9999 VALUE ZERO.
		COPY "acumul.cpy".
		01 BRUTO-ANIO-ANTERIOR PIC 9(8)V99 VALUE ZERO.
		01 RETENIDO-ANIO-ANTERIOR PIC 9(8)V99 VALUE ZERO.
		01 DEDUCCION-ANUAL-PERSONAL PIC 9(8)V99 VALUE ZERO.
		01 DEDUCCION-PRORRATEADA PIC 9(8)V99 VALUE ZERO.
		01 BASE-ACUMULADA PIC S9(8)V99 VALUE ZERO.
		01 TRAMO-MINIMO-ACUM PIC 9(8) VALUE ZERO.
		01 TRAMO-MAXIMO-ACUM PIC 9(8) VALUE ZERO.
		01 IMPUESTO-ACUMULADO PIC 9(8)V99 VALUE ZERO.
		01 PRODUCTO-ACUMULADO PIC 9(11)V99 VALUE ZERO.
		01 DED-ANUAL-CONYUGE PIC 9(7)V99 VALUE 4800.00.
		01 DED-ANUAL-HIJO PIC 9(7)V99 VALUE 2400.00.
		*> Asignaciones familiares: la escala vigente al
		*> período la arma CARASIG; se pagan por cada familiar
		*> de dependientes.dat según el tramo del bruto. No son
		*> remunerativas: no pagan aportes ni ganancias, así
		*> que se suman al neto después de las deducciones.
		COPY "asigtab.cpy".
		01 WS-STATUS-FAM PIC XX VALUE "00".
		01 FIN-FAMILIARES PIC X VALUE "N".
		01 INDICE-ASIGNACION PIC 99 VALUE ZERO.
		01 TRAMO-ASIGNACION PIC 99 VALUE ZERO.
		01 FECHA-CUMPLE-18 PIC 9(8) VALUE ZERO.
		01 ASIGNACION-EMP PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-ASIGNACIONES PIC 9(7)V99 VALUE ZERO.
		*> Reintegro de gastos aprobados (gastos.dat), no
		*> remunerativo como la asignación, y el listado de
		*> los que quedan pendientes al cierre.
		01 WS-STATUS-GAS PIC XX VALUE "00".
		01 FIN-GASTOS PIC X VALUE "N".
		01 GASTOS-EMP PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-GASTOS PIC 9(7)V99 VALUE ZERO.
		*> Premio por producción aprobado (produccion.dat):
		*> remunerativo, pero con cuenta propia en el asiento.
		01 WS-STATUS-PRD PIC XX VALUE "00".
		01 FIN-PRODUCCION PIC X VALUE "N".
		01 PRODUCCION-EMP PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-PRODUCCION PIC 9(7)V99 VALUE ZERO.
		*> Francos compensatorios (francos.dat): horas extra
		*> que van al banco en vez de pagarse, saldo del
		*> empleado y lotes vencidos que se pagan.
		01 WS-STATUS-FRA PIC XX VALUE "00".
		01 WS-STATUS-DEP PIC XX VALUE "00".
		01 FIN-FRANCOS PIC X VALUE "N".
		01 BANCA-FRANCOS PIC X VALUE "N".
		01 MESES-FRANCOS PIC 9(2) VALUE 6.
		01 MESES-PERIODO-NOMINA PIC 9(6) VALUE ZERO.
		01 MESES-PERIODO-LOTE PIC 9(6) VALUE ZERO.
		01 ANIO-FRANCOS PIC 9(4) VALUE ZERO.
		01 MES-FRANCOS PIC 9(2) VALUE ZERO.
		01 HORAS-FRANCO PIC 9(3)V99 VALUE ZERO.
		01 HORAS-LOTE PIC 9(3)V99 VALUE ZERO.
		01 HORAS-FRANCO-VENCIDAS PIC 9(3)V99 VALUE ZERO.
		01 SALDO-FRANCOS PIC 9(4)V99 VALUE ZERO.
		01 PAGO-FRANCOS-VENCIDOS PIC 9(6)V99 VALUE ZERO.
		01 TOTAL-FRANCOS-VENCIDOS PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-HORAS-FRANCO PIC 9(5)V99 VALUE ZERO.
		01 HORAS-FRANCO-EDITADAS PIC ZZ,ZZ9.99.
		01 BRUTO-IMPUTABLE PIC 9(6)V99 VALUE ZERO.
		01 TITULO-GASTOPEN PIC X(40)
			VALUE "GASTOS PENDIENTES AL CIERRE".
		01 NOMBRE-GASTOPEN PIC X(8) VALUE "GASTOPEN".
		01 PAGINA-GASTOPEN PIC 99 VALUE ZERO.
		01 LINEAS-GASTOPEN PIC 9(7) VALUE ZERO.
		01 TOTAL-IMPUESTO PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-JUBILACION PIC 9(7)V99 VALUE ZERO.
		01 TOTAL-SINDICATO PIC 9(7)V99 VALUE ZERO.

	PROCEDURE DIVISION.
	MAIN.
		CALL "SIGNON" USING WS-OPERADOR-LOG NIVEL-FIRMADO
			RESULTADO-SIGNON WS-PROGRAMA-LOG.
		IF RESULTADO-SIGNON NOT = "S"
		GOBACK
		END-IF.
		CALL "EMPSEL" USING WS-OPERADOR-LOG EMPRESA-ELEGIDA.
		IF ELE-HALLADA NOT = "S"
		GOBACK
		END-IF.
		PERFORM ELEGIR-MODO.
		PERFORM CONTROLAR-PERIODO.
		IF MODO-SIMULACION = "N"
		PERFORM CONTROLAR-APROBACIONES
		PERFORM CONTROLAR-IMPUTACIONES
		PERFORM LEER-CHECKPOINT-NOMINA
		END-IF.
		PERFORM LEER-PARAMETROS.
		DIVIDE UMBRAL-EXTRA BY SUBPERIODOS-NOMINA
			GIVING UMBRAL-SUBPERIODO ROUNDED.
		*> La tabla de deducciones en vigencia al período que
		*> se liquida la entrega CARTRAM.
		CALL "CARTRAM" USING LIMITE-PERIODO
			TABLA-DEDUCCIONES-VIG.
		CALL "CARASIG" USING LIMITE-PERIODO
			TABLA-ASIGNACIONES-VIG.
		PERFORM ABRIR-TARIFAS.
		PERFORM ABRIR-NOVEDADES.
		PERFORM ABRIR-ADELANTOS.
		PERFORM ABRIR-EMBARGOS.
		PERFORM ABRIR-PAGOS-INDEBIDOS.
		PERFORM ABRIR-GASTOS.
		PERFORM ABRIR-PRODUCCION.
		PERFORM ABRIR-FRANCOS.
		PERFORM ABRIR-AGENCIAS.
		PERFORM CARGAR-AJUSTES.
		PERFORM ABRIR-REGISTRO.
		PERFORM ABRIR-HISTORIA-GANANCIAS.
		PERFORM ABRIR-FAMILIARES.
		PERFORM ABRIR-REG-SUBPERIODO.
		IF MODO-SIMULACION = "N"
		*> Reanudación idempotente en el borde de empleado:
		*> el que estaba en vuelo al cortarse la corrida dejó
		END-IF
		PERFORM ABRIR-BANCO
		PERFORM ABRIR-ETAPAS
		PERFORM ABRIR-RECIBOS-FIRMA
		IF MODO-REANUDACION = "S"
		PERFORM RESTAURAR-AJUSTES-APLICADOS
		END-IF
			MOVE "S" TO FIN-ARCHIVO
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			PERFORM GRUPO-DEL-EMPLEADO
			PERFORM EMPRESA-DEL-EMPLEADO
			IF GRUPO-EMPLEADO = GRUPO-NOMINA
			AND EMPRESA-EMPLEADO = ELE-CODIGO
			IF MODO-REANUDACION = "S"
			AND EMPLEADO-ID NOT > CKP-ULTIMO-ID
			CONTINUE
			END-IF
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		PERFORM GRABAR-TRAILERS-REMESAS
		PERFORM REGRABAR-AJUSTES
		PERFORM APLICAR-REBAJAS-ESCENIFICADAS
		PERFORM LISTAR-GASTOS-PENDIENTES
		PERFORM GRABAR-ASIENTOS
		PERFORM MARCAR-PERIODO-PAGADO
		PERFORM LIMPIAR-CHECKPOINT
		IF MODO-SIMULACION = "N"
		CLOSE ARCHIVO-BANCO
		CLOSE ARCHIVO-CHEQUES-PEND
		CLOSE ARCHIVO-RECIBOS-FIRMA
		IF CONTADOR-CHEQUES > ZERO
		DISPLAY CONTADOR-CHEQUES " pagos encolados por"
			" cheque: imprimir con CHEQUES."
		CLOSE ARCHIVO-NOVEDADES.
		CLOSE ARCHIVO-ADELANTOS.
		CLOSE ARCHIVO-EMBARGOS.
		CLOSE ARCHIVO-PAGOS-INDEBIDOS.
		CLOSE ARCHIVO-GASTOS.
		CLOSE ARCHIVO-PRODUCCION.
		CLOSE ARCHIVO-FRANCOS.
		CLOSE ARCHIVO-DEPARTAMENTOS.
		CLOSE ARCHIVO-AGENCIAS.
		CLOSE ARCHIVO-AFILIACIONES.
		CLOSE ARCHIVO-AUSENCIAS.
		CLOSE ARCHIVO-CASOS.
		CLOSE ARCHIVO-CUENTAS.
		CLOSE ARCHIVO-DISTRIBUCION.
		CLOSE ARCHIVO-DEDUCC-GAN.
		CLOSE ARCHIVO-FAMILIARES.
		CLOSE ARCHIVO-GRUPOS-EMP.
		CLOSE ARCHIVO-REG-SUBPERIODO.
		GOBACK.

	ELEGIR-MODO.
	GRABAR-ASIENTOS.
		*> Asiento balanceado de la corrida: el debe (bruto más
		*> ajustes positivos) contra el haber (deducciones,
		*> adelantos recuperados y neto a pagar). Se arma
		*> entero, CTAIMP le pone la cuenta a cada renglón y
		*> recién entonces se imprime el reporte de imputación
		*> enmarcado y se graba el archivo para el sistema
		*> contable. Con un renglón sin cuenta no se graba
		*> nada: asientos.dat queda vacío (el de la corrida
		*> anterior no tiene que volver a importarse) y el
		*> spool IMPFALT dice qué imputar.
		MOVE ZERO TO IPE-CANTIDAD
		MOVE ZERO TO DEPTO-ASIENTO
		PERFORM ARMAR-RENGLONES-ASIENTO
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		OPEN OUTPUT ARCHIVO-ASIENTOS
		IF WS-STATUS-ASI NOT = "00" AND WS-STATUS-ASI NOT = "05"
		DISPLAY "Error al abrir asientos.dat. Status: "
			WS-STATUS-ASI
		ELSE
		IF IPE-FALTANTES > ZERO
		CLOSE ARCHIVO-ASIENTOS
		DISPLAY "ASIENTO NO GRABADO: " IPE-FALTANTES
			" renglones sin cuenta contable (ver IMPFALT)."
		ELSE
		CALL "RPTHDR" USING TITULO-ASIENTO
			PAGINA-ASIENTO NOMBRE-ASIENTO
		PERFORM VARYING INDICE-RENGLON-ASI FROM 1 BY 1
		UNTIL INDICE-RENGLON-ASI > IPE-CANTIDAD
			PERFORM ESCRIBIR-RENGLON-ASIENTO
		END-PERFORM
		CLOSE ARCHIVO-ASIENTOS
		MOVE TOTAL-DEBE TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL DEBE:  " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-ASIENTO
		MOVE TOTAL-HABER TO ASIENTO-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL HABER: " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-ASIENTO
		IF TOTAL-DEBE = TOTAL-HABER
		MOVE "EL ASIENTO BALANCEA." TO LINEA-IMPRESION
		ELSE
		MOVE "ALERTA: EL ASIENTO NO BALANCEA."
			TO LINEA-IMPRESION
		END-IF
		PERFORM GRABAR-LINEA-ASIENTO
		CALL "RPTPIE" USING TITULO-ASIENTO
			LINEAS-ASIENTO NOMBRE-ASIENTO
		END-IF
		END-IF.

	ARMAR-RENGLONES-ASIENTO.
	*> El bruto va al debe desglosado por departamento, con el
	*> prorrateo de distribucion.dat ya aplicado: el mayor le
	*> cobra a cada planta las horas que usó. La suma de los
	*> renglones SUELDOS es el bruto total de siempre,
	*> menos el premio por producción, que va aparte.
		PERFORM VARYING INDICE-DEPTOS FROM 1 BY 1
		UNTIL INDICE-DEPTOS > CONTADOR-DEPTOS
		IF DT-PAGO (INDICE-DEPTOS) > ZERO
			MOVE DT-PAGO (INDICE-DEPTOS)
				TO IMPORTE-ASIENTO
			MOVE "SUELDOS" TO CONCEPTO-ASIENTO
			MOVE DT-CODIGO (INDICE-DEPTOS) TO DEPTO-ASIENTO
			PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		END-PERFORM
		MOVE ZERO TO DEPTO-ASIENTO
		IF TOTAL-AJUSTES-RETRO > ZERO
		MOVE TOTAL-AJUSTES-RETRO TO IMPORTE-ASIENTO
		MOVE "AJUSTES RETR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		IF TOTAL-AJUSTES-RETRO < ZERO
		SUBTRACT TOTAL-AJUSTES-RETRO FROM 0
			GIVING IMPORTE-ASIENTO
		MOVE "AJUSTES RETR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		*> Ajuste anual de ganancias: la devolución al debe y
		*> lo retenido de más al haber, contra la cuenta del
		*> impuesto y no contra sueldos.
		IF TOTAL-AJUSTE-GANANCIAS > ZERO
		MOVE TOTAL-AJUSTE-GANANCIAS TO IMPORTE-ASIENTO
		MOVE "AJU GANANCIA" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		IF TOTAL-AJUSTE-GANANCIAS < ZERO
		SUBTRACT TOTAL-AJUSTE-GANANCIAS FROM 0
			GIVING IMPORTE-ASIENTO
		MOVE "AJU GANANCIA" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		*> Asignaciones familiares: van al debe en su propia
		*> cuenta; el neto del haber ya las incluye.
		IF TOTAL-ASIGNACIONES > ZERO
		MOVE TOTAL-ASIGNACIONES TO IMPORTE-ASIENTO
		MOVE "ASIG FAMILIA" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		*> Reintegro de gastos: también al debe en su cuenta,
		*> con el neto del haber que ya lo incluye.
		IF TOTAL-GASTOS > ZERO
		MOVE TOTAL-GASTOS TO IMPORTE-ASIENTO
		MOVE "GASTOS REINT" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		*> Premio por producción: remunerativo, pero en su
		*> cuenta propia; SUELDOS no lo incluye.
		IF TOTAL-PRODUCCION > ZERO
		MOVE TOTAL-PRODUCCION TO IMPORTE-ASIENTO
		MOVE "PREMIO PRODU" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		*> Cargas patronales: cada concepto al debe y el total
		*> a pagar al haber, así el asiento sigue balanceando y
		*> el mayor lleva el costo patronal desglosado.
		IF TOTAL-PAT-CONCEPTO (INDICE-PATRONAL) > ZERO
			MOVE TOTAL-PAT-CONCEPTO (INDICE-PATRONAL)
				TO IMPORTE-ASIENTO
			MOVE SPACES TO CONCEPTO-ASIENTO
			STRING "CS " DELIMITED BY SIZE
				PAT-NOMBRE (INDICE-PATRONAL)
				DELIMITED BY SIZE
				INTO CONCEPTO-ASIENTO
			END-STRING
			PERFORM GRABAR-ASIENTO-DEBE
		END-IF
		END-PERFORM
		IF TOTAL-PATRONAL > ZERO
		MOVE TOTAL-PATRONAL TO IMPORTE-ASIENTO
		MOVE "CS A PAGAR  " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		MOVE TOTAL-IMPUESTO TO IMPORTE-ASIENTO
		MOVE "RET IMPUESTO" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-JUBILACION TO IMPORTE-ASIENTO
		MOVE "RET JUBILAC " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-SINDICATO TO IMPORTE-ASIENTO
		MOVE "RET SINDICAT" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		IF TOTAL-EMBARGOS > ZERO
		MOVE TOTAL-EMBARGOS TO IMPORTE-ASIENTO
		MOVE "RET EMBARGO " TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		IF TOTAL-PAGOS-INDEBIDOS > ZERO
		MOVE TOTAL-PAGOS-INDEBIDOS TO IMPORTE-ASIENTO
		MOVE "PAGO INDEBID" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		IF TOTAL-AGENCIAS > ZERO
		MOVE TOTAL-AGENCIAS TO IMPORTE-ASIENTO
		MOVE "RET AGENCIAS" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		END-IF
		MOVE TOTAL-ADELANTOS TO IMPORTE-ASIENTO
		MOVE "REC ADELANTO" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER
		MOVE TOTAL-NETO TO IMPORTE-ASIENTO
		MOVE "NETO A PAGAR" TO CONCEPTO-ASIENTO
		PERFORM GRABAR-ASIENTO-HABER.

	GRABAR-ASIENTO-DEBE.
		MOVE "D" TO LADO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO.

	GRABAR-ASIENTO-HABER.
		MOVE "H" TO LADO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO.

	ANOTAR-RENGLON-ASIENTO.
		IF IPE-CANTIDAD < 150
		ADD 1 TO IPE-CANTIDAD
		MOVE CONCEPTO-ASIENTO TO IPE-CONCEPTO (IPE-CANTIDAD)
		MOVE DEPTO-ASIENTO TO IPE-DEPTO (IPE-CANTIDAD)
		MOVE LADO-ASIENTO TO IPE-LADO (IPE-CANTIDAD)
		MOVE IMPORTE-ASIENTO TO IMPORTE-RENGLON (IPE-CANTIDAD)
		END-IF.

	ESCRIBIR-RENGLON-ASIENTO.
		MOVE PERIODO-NOMINA TO ASI-PERIODO
		MOVE ELE-CODIGO TO ASI-EMPRESA
		MOVE ELE-MAYOR TO ASI-MAYOR
		MOVE ZERO TO ASI-FECHA
		MOVE IPE-CUENTA (INDICE-RENGLON-ASI) TO ASI-CUENTA
		MOVE IPE-CONCEPTO (INDICE-RENGLON-ASI) TO ASI-CONCEPTO
		MOVE IPE-DEPTO (INDICE-RENGLON-ASI) TO ASI-DEPTO
		MOVE IMPORTE-RENGLON (INDICE-RENGLON-ASI)
			TO IMPORTE-ASIENTO
		IF IPE-LADO (INDICE-RENGLON-ASI) = "D"
		MOVE IMPORTE-ASIENTO TO ASI-DEBE
		MOVE ZERO TO ASI-HABER
		ADD IMPORTE-ASIENTO TO TOTAL-DEBE
		ELSE
		MOVE ZERO TO ASI-DEBE
		MOVE IMPORTE-ASIENTO TO ASI-HABER
		ADD IMPORTE-ASIENTO TO TOTAL-HABER
		END-IF
		WRITE LINEA-ASIENTO
		ADD 1 TO LINEAS-ASIENTO
		PERFORM MOSTRAR-LINEA-ASIENTO.

	MOSTRAR-LINEA-ASIENTO.
		MOVE SPACES TO LINEA-IMPRESION
		IF ASI-DEBE NOT = ZERO
		STRING ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" DEBE  " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		ELSE
		STRING ASI-CUENTA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			ASI-CONCEPTO DELIMITED BY SIZE
			" HABER " DELIMITED BY SIZE
			ASIENTO-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION

	ABRIR-ETAPAS.
		*> Archivos de trabajo de las rebajas escenificadas:
		*> se aplican sobre adelantos.dat, embargos.dat,
		*> pagos_indebidos.dat, ajustes.dat, gastos.dat,
		*> produccion.dat y francos.dat recién al final de
		*> una corrida entera.
		IF MODO-REANUDACION = "S"
		OPEN EXTEND ARCHIVO-ADE-STAGE
		OPEN EXTEND ARCHIVO-EMB-STAGE
		OPEN EXTEND ARCHIVO-PGI-STAGE
		OPEN EXTEND ARCHIVO-AJU-STAGE
		OPEN EXTEND ARCHIVO-GAS-STAGE
		OPEN EXTEND ARCHIVO-PRD-STAGE
		OPEN EXTEND ARCHIVO-FRA-STAGE
		ELSE
		OPEN OUTPUT ARCHIVO-ADE-STAGE
		OPEN OUTPUT ARCHIVO-EMB-STAGE
		OPEN OUTPUT ARCHIVO-PGI-STAGE
		OPEN OUTPUT ARCHIVO-AJU-STAGE
		OPEN OUTPUT ARCHIVO-GAS-STAGE
		OPEN OUTPUT ARCHIVO-PRD-STAGE
		OPEN OUTPUT ARCHIVO-FRA-STAGE
		END-IF.

	ABRIR-RECIBOS-FIRMA.
		ACCEPT FECHA-EMISION-RECIBO FROM DATE YYYYMMDD
		OPEN I-O ARCHIVO-RECIBOS-FIRMA
		IF WS-STATUS-RFI NOT = "00" AND WS-STATUS-RFI NOT = "05"
		DISPLAY "Error al abrir recibos_firma.dat. Status: "
			WS-STATUS-RFI
		GOBACK
		END-IF.

	LEER-CHECKPOINT-NOMINA.
		*> corrida anterior se cortó a mitad de camino: se
		*> restauran los acumuladores y se reanuda desde el
		*> empleado siguiente. Un checkpoint de otro período
		*> (o de otro grupo o subperíodo) es rancio y se
		*> ignora.
		MOVE "N" TO MODO-REANUDACION
		MOVE "N" TO FIN-CKPT
		OPEN INPUT ARCHIVO-CKPT-NOMINA
	RESTAURAR-LINEA-CKPT.
		EVALUATE CKT-TIPO
			WHEN "T"
				IF CKT-GRUPO = SPACES
				OR CKT-SUBPERIODO IS NOT NUMERIC
				MOVE PGR-GRUPO-MENSUAL TO CKT-GRUPO
				MOVE 1 TO CKT-SUBPERIODO
				END-IF
				IF CKT-EMPRESA IS NOT NUMERIC
				OR CKT-EMPRESA = ZERO
				MOVE 1 TO CKT-EMPRESA
				END-IF
				IF CKT-PERIODO = PERIODO-NOMINA
				AND CKT-EMPRESA = ELE-CODIGO
				AND CKT-GRUPO = GRUPO-NOMINA
				AND CKT-SUBPERIODO = SUBPERIODO-NOMINA
				AND CKT-ULTIMO-ID > ZERO
				MOVE "S" TO MODO-REANUDACION
				PERFORM RESTAURAR-TOTALES-CKPT
		MOVE CKT-LINEAS-BANCO TO LINEAS-BANCO
		MOVE CKT-CONTADOR-CHEQUES TO CONTADOR-CHEQUES
		MOVE CKT-NETO-BANCO TO TOTAL-NETO-BANCO
		MOVE CKT-NETO-CHEQUES TO TOTAL-NETO-CHEQUES
		IF CKT-TOTAL-AJU-GANANCIAS IS NUMERIC
		MOVE CKT-TOTAL-AJU-GANANCIAS TO TOTAL-AJUSTE-GANANCIAS
		ELSE
		MOVE ZERO TO TOTAL-AJUSTE-GANANCIAS
		END-IF
		IF CKT-TOTAL-ASIGNACIONES IS NUMERIC
		MOVE CKT-TOTAL-ASIGNACIONES TO TOTAL-ASIGNACIONES
		ELSE
		MOVE ZERO TO TOTAL-ASIGNACIONES
		END-IF
		IF CKT-TOTAL-GASTOS IS NUMERIC
		MOVE CKT-TOTAL-GASTOS TO TOTAL-GASTOS
		ELSE
		MOVE ZERO TO TOTAL-GASTOS
		END-IF
		IF CKT-TOTAL-PAGOS-IND IS NUMERIC
		MOVE CKT-TOTAL-PAGOS-IND TO TOTAL-PAGOS-INDEBIDOS
		ELSE
		MOVE ZERO TO TOTAL-PAGOS-INDEBIDOS
		END-IF
		IF CKT-TOTAL-PRODUCCION IS NUMERIC
		MOVE CKT-TOTAL-PRODUCCION TO TOTAL-PRODUCCION
		ELSE
		MOVE ZERO TO TOTAL-PRODUCCION
		END-IF
		IF CKT-TOTAL-FRANCOS IS NUMERIC
		MOVE CKT-TOTAL-FRANCOS TO TOTAL-FRANCOS-VENCIDOS
		ELSE
		MOVE ZERO TO TOTAL-FRANCOS-VENCIDOS
		END-IF
		IF CKT-HORAS-FRANCO IS NUMERIC
		MOVE CKT-HORAS-FRANCO TO TOTAL-HORAS-FRANCO
		ELSE
		MOVE ZERO TO TOTAL-HORAS-FRANCO
		END-IF.

	GRABAR-CHECKPOINT-NOMINA.
		*> El checkpoint se regraba entero tras cada empleado,
		OPEN OUTPUT ARCHIVO-CKPT-NOMINA
		MOVE "T" TO CKT-TIPO
		MOVE PERIODO-NOMINA TO CKT-PERIODO
		MOVE GRUPO-NOMINA TO CKT-GRUPO
		MOVE SUBPERIODO-NOMINA TO CKT-SUBPERIODO
		MOVE ELE-CODIGO TO CKT-EMPRESA
		MOVE CKP-ULTIMO-ID TO CKT-ULTIMO-ID
		MOVE CONTADOR-PAGADOS TO CKT-CONTADOR-PAGADOS
		MOVE TOTAL-NOMINA TO CKT-TOTAL-NOMINA
		MOVE CONTADOR-CHEQUES TO CKT-CONTADOR-CHEQUES
		MOVE TOTAL-NETO-BANCO TO CKT-NETO-BANCO
		MOVE TOTAL-NETO-CHEQUES TO CKT-NETO-CHEQUES
		MOVE TOTAL-AJUSTE-GANANCIAS TO CKT-TOTAL-AJU-GANANCIAS
		MOVE TOTAL-ASIGNACIONES TO CKT-TOTAL-ASIGNACIONES
		MOVE TOTAL-GASTOS TO CKT-TOTAL-GASTOS
		MOVE TOTAL-PAGOS-INDEBIDOS TO CKT-TOTAL-PAGOS-IND
		MOVE TOTAL-PRODUCCION TO CKT-TOTAL-PRODUCCION
		MOVE TOTAL-FRANCOS-VENCIDOS TO CKT-TOTAL-FRANCOS
		MOVE TOTAL-HORAS-FRANCO TO CKT-HORAS-FRANCO
		WRITE CKPT-TOTALES
		PERFORM VARYING INDICE-DEPTOS FROM 1 BY 1
		UNTIL INDICE-DEPTOS > CONTADOR-DEPTOS
		MOVE "embargos.tmp" TO NOMBRE-DEPURADO
		MOVE 1 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO
		MOVE "pagos_indebidos.tmp" TO NOMBRE-DEPURADO
		MOVE 1 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO
		MOVE "gastos.tmp" TO NOMBRE-DEPURADO
		MOVE 1 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO
		MOVE "produccion.tmp" TO NOMBRE-DEPURADO
		MOVE 1 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO
		MOVE "francos.tmp" TO NOMBRE-DEPURADO
		MOVE 1 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO
		MOVE "ajustes_apl.tmp" TO NOMBRE-DEPURADO
		MOVE 7 TO POS-ID-DEPURA
		PERFORM DEPURAR-UN-ARCHIVO

	APLICAR-REBAJAS-ESCENIFICADAS.
		*> La corrida llegó entera: recién ahora se rebajan
		*> los saldos de adelantos, embargos y pagos
		*> indebidos con las cuotas escenificadas durante la
		*> pasada, y se marcan liquidados los gastos
		*> reintegrados y la producción premiada; los francos
		*> ganados entran como lotes nuevos y los vencidos
		*> quedan pagados.
		CLOSE ARCHIVO-ADE-STAGE
		CLOSE ARCHIVO-EMB-STAGE
		CLOSE ARCHIVO-PGI-STAGE
		CLOSE ARCHIVO-AJU-STAGE
		CLOSE ARCHIVO-GAS-STAGE
		CLOSE ARCHIVO-PRD-STAGE
		CLOSE ARCHIVO-FRA-STAGE
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-ADE-STAGE
		PERFORM UNTIL FIN-STAGE = "S"
		CLOSE ARCHIVO-ADE-STAGE
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-EMB-STAGE
		OPEN I-O ARCHIVO-RETENCIONES-EMB
		IF WS-STATUS-REJ NOT = "00" AND WS-STATUS-REJ NOT = "05"
		DISPLAY "Error al abrir retenciones_embargo.dat."
			" Status: " WS-STATUS-REJ
		END-IF
		PERFORM UNTIL FIN-STAGE = "S"
			READ ARCHIVO-EMB-STAGE
			AT END
			PERFORM REBAJAR-EMBARGO-FINAL
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMB-STAGE
		CLOSE ARCHIVO-RETENCIONES-EMB
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-PGI-STAGE
		PERFORM UNTIL FIN-STAGE = "S"
			READ ARCHIVO-PGI-STAGE
			AT END
			MOVE "S" TO FIN-STAGE
			NOT AT END
			PERFORM REBAJAR-RECUPERO-FINAL
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PGI-STAGE
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-GAS-STAGE
		PERFORM UNTIL FIN-STAGE = "S"
			READ ARCHIVO-GAS-STAGE
			AT END
			MOVE "S" TO FIN-STAGE
			NOT AT END
			PERFORM MARCAR-GASTO-LIQUIDADO
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-GAS-STAGE
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-PRD-STAGE
		PERFORM UNTIL FIN-STAGE = "S"
			READ ARCHIVO-PRD-STAGE
			AT END
			MOVE "S" TO FIN-STAGE
			NOT AT END
			PERFORM MARCAR-PRODUCCION-LIQUIDADA
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-PRD-STAGE
		MOVE "N" TO FIN-STAGE
		OPEN INPUT ARCHIVO-FRA-STAGE
		PERFORM UNTIL FIN-STAGE = "S"
			READ ARCHIVO-FRA-STAGE
			AT END
			MOVE "S" TO FIN-STAGE
			NOT AT END
			IF FTS-TIPO = "G"
			PERFORM ALTA-LOTE-FRANCOS
			ELSE
			PERFORM MARCAR-FRANCOS-PAGADOS
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-FRA-STAGE.

	REBAJAR-ADELANTO-FINAL.
		MOVE AST-ID TO ADE-ID
		REWRITE EMBARGOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo rebajar embargo ID " EMS-ID
		NOT INVALID KEY
		IF EMS-CUOTA > ZERO
		PERFORM ANOTAR-RETENCION-EMBARGO
		END-IF
		END-REWRITE
		END-READ.

	ANOTAR-RETENCION-EMBARGO.
		*> Lo retenido queda para depositar en el juzgado; los
		*> subperíodos del mes suman en el mismo renglón.
		MOVE PERIODO-NOMINA TO REJ-PERIODO
		MOVE EMS-ID TO REJ-ID
		READ ARCHIVO-RETENCIONES-EMB
		INVALID KEY
		MOVE EMB-EXPEDIENTE TO REJ-EXPEDIENTE
		MOVE ELE-CODIGO TO REJ-EMPRESA
		MOVE EMS-CUOTA TO REJ-RETENIDO
		MOVE ZERO TO REJ-DEPOSITADO
		MOVE ZERO TO REJ-FECHA-DEPOSITO
		WRITE RETENCIONES-EMBARGO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anotar la retención del embargo"
			" ID " EMS-ID
		END-WRITE
		NOT INVALID KEY
		ADD EMS-CUOTA TO REJ-RETENIDO
		REWRITE RETENCIONES-EMBARGO-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo anotar la retención del embargo"
			" ID " EMS-ID
		END-REWRITE
		END-READ.

	REBAJAR-RECUPERO-FINAL.
		MOVE RCS-ID TO PGI-ID
		MOVE RCS-PERIODO TO PGI-PERIODO
		READ ARCHIVO-PAGOS-INDEBIDOS
		INVALID KEY
		DISPLAY "No se pudo rebajar pago indebido ID " RCS-ID
		NOT INVALID KEY
		IF RCS-CUOTA > PGI-SALDO
		MOVE PGI-SALDO TO RCS-CUOTA
		END-IF
		SUBTRACT RCS-CUOTA FROM PGI-SALDO
		IF PGI-SALDO = ZERO
		MOVE "S" TO PGI-ESTADO
		ACCEPT PGI-FECHA-CIERRE FROM DATE YYYYMMDD
		END-IF
		REWRITE PAGOS-INDEBIDOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo rebajar pago indebido ID " RCS-ID
		END-REWRITE
		END-READ.

	MARCAR-GASTO-LIQUIDADO.
		MOVE GST-ID TO GAS-ID
		MOVE GST-PERIODO TO GAS-PERIODO
		MOVE GST-SECUENCIA TO GAS-SECUENCIA
		READ ARCHIVO-GASTOS
		INVALID KEY
		DISPLAY "No se pudo marcar gasto ID " GST-ID
		NOT INVALID KEY
		MOVE "L" TO GAS-ESTADO
		MOVE PERIODO-NOMINA TO GAS-PERIODO-PAGO
		REWRITE GASTOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar gasto ID " GST-ID
		END-REWRITE
		END-READ.

	MARCAR-PRODUCCION-LIQUIDADA.
		MOVE PST-ID TO PRD-ID
		MOVE PST-PERIODO TO PRD-PERIODO
		MOVE PST-FECHA TO PRD-FECHA
		MOVE PST-PRODUCTO TO PRD-PRODUCTO
		READ ARCHIVO-PRODUCCION
		INVALID KEY
		DISPLAY "No se pudo marcar producción ID " PST-ID
		NOT INVALID KEY
		MOVE "L" TO PRD-ESTADO
		MOVE PERIODO-NOMINA TO PRD-PERIODO-PAGO
		REWRITE PRODUCCION-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar producción ID " PST-ID
		END-REWRITE
		END-READ.

	ALTA-LOTE-FRANCOS.
		MOVE FTS-ID TO FRA-ID
		MOVE FTS-PERIODO TO FRA-PERIODO
		MOVE FTS-SUBPERIODO TO FRA-SUBPERIODO
		MOVE FTS-HORAS TO FRA-HORAS-GANADAS
		MOVE ZERO TO FRA-HORAS-TOMADAS
		MOVE ZERO TO FRA-HORAS-PAGADAS
		MOVE "A" TO FRA-ESTADO
		MOVE ZERO TO FRA-PERIODO-PAGO
		MOVE FECHA-EMISION-RECIBO TO FRA-FECHA
		MOVE WS-OPERADOR-LOG TO FRA-OPERADOR
		WRITE FRANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo grabar el lote de francos ID "
			FTS-ID
		END-WRITE.

	MARCAR-FRANCOS-PAGADOS.
		MOVE FTS-ID TO FRA-ID
		MOVE FTS-PERIODO TO FRA-PERIODO
		MOVE FTS-SUBPERIODO TO FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		DISPLAY "No se pudo marcar francos vencidos ID " FTS-ID
		NOT INVALID KEY
		ADD FTS-HORAS TO FRA-HORAS-PAGADAS
		MOVE "P" TO FRA-ESTADO
		MOVE PERIODO-NOMINA TO FRA-PERIODO-PAGO
		REWRITE FRANCOS-REGISTRO
		INVALID KEY
		DISPLAY "No se pudo marcar francos vencidos ID "
			FTS-ID
		END-REWRITE
		END-READ.

	LISTAR-GASTOS-PENDIENTES.
		*> Los gastos hasta este período que siguen sin
		*> aprobar (o aprobados de empleados que no se
		*> liquidaron) no se pierden: pasan a la próxima
		*> corrida y quedan listados para el supervisor.
		MOVE ZERO TO LINEAS-GASTOPEN
		CALL "RPTHDR" USING TITULO-GASTOPEN
			PAGINA-GASTOPEN NOMBRE-GASTOPEN
		MOVE "N" TO FIN-GASTOS
		MOVE ZERO TO GAS-ID
		MOVE ZERO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS
			KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-GASTOS
		END-START
		PERFORM UNTIL FIN-GASTOS = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-GASTOS
			NOT AT END
			IF GAS-PERIODO NOT > PERIODO-NOMINA
			AND (GAS-PENDIENTE OR GAS-APROBADO)
			PERFORM LISTAR-UN-GASTO-PENDIENTE
			END-IF
			END-READ
		END-PERFORM
		IF LINEAS-GASTOPEN = ZERO
		MOVE "SIN GASTOS PENDIENTES." TO LINEA-IMPRESION
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-GASTOPEN LINEA-IMPRESION
		END-IF
		CALL "RPTPIE" USING TITULO-GASTOPEN
			LINEAS-GASTOPEN NOMBRE-GASTOPEN.

	LISTAR-UN-GASTO-PENDIENTE.
		MOVE GAS-IMPORTE TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING GAS-ID DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GAS-PERIODO DELIMITED BY SIZE
			"-" DELIMITED BY SIZE
			GAS-SECUENCIA DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GAS-CONCEPTO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			GAS-COMPROBANTE DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		IF GAS-PENDIENTE
		MOVE "SIN APROBAR" TO LINEA-IMPRESION (52:11)
		ELSE
		MOVE "APROBADO" TO LINEA-IMPRESION (52:11)
		END-IF
		DISPLAY LINEA-IMPRESION
		CALL "IMPRESO" USING NOMBRE-GASTOPEN LINEA-IMPRESION
		ADD 1 TO LINEAS-GASTOPEN.

	LIMPIAR-CHECKPOINT.
		*> La corrida cerró entera: el checkpoint y los
		*> archivos de trabajo quedan vacíos para la próxima.
		OPEN OUTPUT ARCHIVO-CKPT-NOMINA
		CLOSE ARCHIVO-CKPT-NOMINA
		OPEN OUTPUT ARCHIVO-ADE-STAGE
		CLOSE ARCHIVO-ADE-STAGE
		OPEN OUTPUT ARCHIVO-EMB-STAGE
		CLOSE ARCHIVO-EMB-STAGE
		OPEN OUTPUT ARCHIVO-PGI-STAGE
		CLOSE ARCHIVO-PGI-STAGE
		OPEN OUTPUT ARCHIVO-AJU-STAGE
		CLOSE ARCHIVO-AJU-STAGE
		OPEN OUTPUT ARCHIVO-GAS-STAGE
		CLOSE ARCHIVO-GAS-STAGE
		OPEN OUTPUT ARCHIVO-PRD-STAGE
		CLOSE ARCHIVO-PRD-STAGE
		OPEN OUTPUT ARCHIVO-FRA-STAGE
		CLOSE ARCHIVO-FRA-STAGE.

	GRABAR-PAGO-BANCO.
		*> Las cuentas salen del maestro de CTAMANT: la
		*> principal lleva el resto del neto y la segunda, si
		*> existe, su importe fijo o su porcentaje, topeado en
		*> el neto. Sin cuenta cargada el neto no va al banco:
		*> el pago entra a la cola de cheques pendientes y
		*> CHEQUES lo imprime y lo registra.
		PERFORM BUSCAR-CUENTAS-EMPLEADO
		IF CUENTA-PRINCIPAL-HALLADA = "N"
		PERFORM GRABAR-CHEQUE-PENDIENTE
		GO TO GRABAR-PAGO-BANCO-FIN
		END-IF
		ADD PAGO-NETO TO TOTAL-NETO-BANCO
		MOVE "D" TO BAN-TIPO
		MOVE EMPLEADO-ID TO BAN-ID
		MOVE EMPLEADO-NOMBRE TO BAN-NOMBRE
		MOVE EMPLEADO-APELLIDO TO BAN-APELLIDO
		MOVE IMPORTE-CUENTA-1 TO BAN-IMPORTE
		MOVE CBU-PRINCIPAL TO BAN-CBU
		WRITE BANCO-DETALLE
		ADD 1 TO LINEAS-BANCO
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar pago banco ID " EMPLEADO-ID
			". Status: " WS-STATUS-BAN
		END-IF
		IF IMPORTE-CUENTA-2 > ZERO
		MOVE "D" TO BAN-TIPO
		MOVE EMPLEADO-ID TO BAN-ID
		MOVE EMPLEADO-NOMBRE TO BAN-NOMBRE
		MOVE "T" TO BAN-TR-TIPO
		MOVE LINEAS-BANCO TO BAN-TR-CANTIDAD
		MOVE TOTAL-NETO-BANCO TO BAN-TR-TOTAL
		MOVE PERIODO-NOMINA TO BAN-TR-PERIODO
		MOVE GRUPO-NOMINA TO BAN-TR-GRUPO
		MOVE SUBPERIODO-NOMINA TO BAN-TR-SUBPERIODO
		MOVE ELE-CODIGO TO BAN-TR-EMPRESA
		MOVE ELE-CBU TO BAN-TR-CBU-EMPRESA
		WRITE BANCO-TRAILER
		IF WS-STATUS-BAN NOT = "00"
		DISPLAY "Error al grabar trailer banco. Status: "
		END-IF.

	CONTROLAR-PERIODO.
		*> El período sale del renglón del grupo en periodo.dat
		*> (PERGRUPO) de la empresa de la corrida; en blanco,
		*> el grupo mensual.
		MOVE "N" TO PERIODO-LEIDO
		DISPLAY "Grupo de pago (blanco = mensual): "
		MOVE SPACES TO PGR-GRUPO
		ACCEPT PGR-GRUPO
		MOVE "L" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE ELE-CODIGO TO PGR-EMPRESA
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO = "S"
		MOVE PGR-PERIODO TO PERIODO-NOMINA
		MOVE PGR-ESTADO TO ESTADO-PERIODO
		MOVE PGR-GRUPO TO GRUPO-NOMINA
		MOVE PGR-SUBPERIODO TO SUBPERIODO-NOMINA
		MOVE PGR-SUBPERIODOS TO SUBPERIODOS-NOMINA
		MOVE PGR-FECHA-DESDE TO FECHA-DESDE-NOMINA
		MOVE PGR-FECHA-HASTA TO FECHA-HASTA-NOMINA
		MOVE "S" TO PERIODO-LEIDO
		END-IF
		IF PERIODO-LEIDO = "N"
		DISPLAY "No hay período abierto: abra uno con PERCTL."
			" YA FUE PAGADO: corrida rechazada."
		DISPLAY "Abra el período siguiente con PERCTL."
		GOBACK
		END-IF
		IF SUBPERIODO-NOMINA = SUBPERIODOS-NOMINA
		MOVE "S" TO ULTIMO-SUBPERIODO
		ELSE
		MOVE "N" TO ULTIMO-SUBPERIODO
		END-IF
		DISPLAY "Grupo " GRUPO-NOMINA " " PGR-DESCRIPCION
			" período " PERIODO-NOMINA
		IF SUBPERIODOS-NOMINA > 1
		DISPLAY "Subperíodo " SUBPERIODO-NOMINA " de "
			SUBPERIODOS-NOMINA ": del " FECHA-DESDE-NOMINA
			" al " FECHA-HASTA-NOMINA
		END-IF
		*> El grupo mensual cierra el mes: la corrida real no
		*> arranca mientras otro grupo tenga subperíodos del
		*> mes (o meses anteriores) sin pagar.
		IF MODO-SIMULACION = "N"
		AND GRUPO-NOMINA = PGR-GRUPO-MENSUAL
		AND PGR-PENDIENTES > ZERO
		DISPLAY "Corrida rechazada: " PGR-PENDIENTES
			" grupos de pago sin terminar el mes."
		DISPLAY "Liquide antes esos grupos (PERCTL)."
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-GRUPOS-EMP
		IF WS-STATUS-GEM NOT = "00" AND WS-STATUS-GEM NOT = "05"
		DISPLAY "Error al abrir grupos_empleado.dat. Status: "
			WS-STATUS-GEM
		GOBACK
		END-IF.

	GRUPO-DEL-EMPLEADO.
		*> Sin renglón en grupos_empleado.dat, el mensual.
		MOVE EMPLEADO-ID TO GEM-ID
		READ ARCHIVO-GRUPOS-EMP
		INVALID KEY
		MOVE PGR-GRUPO-MENSUAL TO GRUPO-EMPLEADO
		NOT INVALID KEY
		MOVE GEM-GRUPO TO GRUPO-EMPLEADO
		END-READ.

	EMPRESA-DEL-EMPLEADO.
		*> Cero (registro anterior a las empresas) = la 01.
		IF EMPLEADO-EMPRESA IS NOT NUMERIC
		OR EMPLEADO-EMPRESA = ZERO
		MOVE 1 TO EMPRESA-EMPLEADO
		ELSE
		MOVE EMPLEADO-EMPRESA TO EMPRESA-EMPLEADO
		END-IF.

	CONTROLAR-APROBACIONES.
			MOVE "S" TO FIN-PASADA-DEPTOS
			NOT AT END
			IF EMPLEADO-ESTADO = "A"
			PERFORM GRUPO-DEL-EMPLEADO
			PERFORM EMPRESA-DEL-EMPLEADO
			IF GRUPO-EMPLEADO = GRUPO-NOMINA
			AND EMPRESA-EMPLEADO = ELE-CODIGO
			PERFORM ANOTAR-DEPTO-ACTIVO
			END-IF
			END-IF
			END-READ
		END-PERFORM
		CLOSE ARCHIVO-EMPLEADOS
		UNTIL INDICE-DEPTO-ACT > CANTIDAD-DEPTOS-ACT
		MOVE PERIODO-NOMINA TO APR-PERIODO
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO APR-DEPTO
		MOVE GRUPO-NOMINA TO APR-GRUPO
		MOVE SUBPERIODO-NOMINA TO APR-SUBPERIODO
		READ ARCHIVO-APROBACIONES
		INVALID KEY
		ADD 1 TO DEPTOS-SIN-APROBAR
			TO DEPTO-ACTIVO (CANTIDAD-DEPTOS-ACT)
		END-IF.

	CONTROLAR-IMPUTACIONES.
		*> Antes de liquidar, cada concepto que el asiento
		*> puede llevar tiene que tener cuenta: SUELDOS para
		*> cada depto con empleados activos, los conceptos sin
		*> depto y cada contribución patronal. Una corrida que
		*> no se podría asentar no arranca; CTAIMP lista en
		*> IMPFALT lo que hay que imputar con IMPMANT.
		MOVE ZERO TO IPE-CANTIDAD
		MOVE ZERO TO IMPORTE-ASIENTO
		MOVE "SUELDOS" TO CONCEPTO-ASIENTO
		MOVE "D" TO LADO-ASIENTO
		PERFORM VARYING INDICE-DEPTO-ACT FROM 1 BY 1
		UNTIL INDICE-DEPTO-ACT > CANTIDAD-DEPTOS-ACT
		MOVE DEPTO-ACTIVO (INDICE-DEPTO-ACT) TO DEPTO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO
		END-PERFORM
		MOVE ZERO TO DEPTO-ASIENTO
		PERFORM VARYING INDICE-CONCEPTO-FIJO FROM 1 BY 1
		UNTIL INDICE-CONCEPTO-FIJO > 16
		MOVE CF-CONCEPTO (INDICE-CONCEPTO-FIJO)
			TO CONCEPTO-ASIENTO
		MOVE CF-LADO (INDICE-CONCEPTO-FIJO) TO LADO-ASIENTO
		PERFORM ANOTAR-RENGLON-ASIENTO
		END-PERFORM
		MOVE "D" TO LADO-ASIENTO
		PERFORM VARYING INDICE-PATRONAL FROM 1 BY 1
		UNTIL INDICE-PATRONAL > 3
		MOVE SPACES TO CONCEPTO-ASIENTO
		STRING "CS " DELIMITED BY SIZE
			PAT-NOMBRE (INDICE-PATRONAL) DELIMITED BY SIZE
			INTO CONCEPTO-ASIENTO
		END-STRING
		PERFORM ANOTAR-RENGLON-ASIENTO
		END-PERFORM
		MOVE WS-PROGRAMA-LOG TO IPE-PROGRAMA
		CALL "CTAIMP" USING IMPUTACION-PEDIDO
		IF IPE-FALTANTES > ZERO
		DISPLAY "Corrida rechazada: " IPE-FALTANTES
			" conceptos sin cuenta contable (ver IMPFALT)."
		GOBACK
		END-IF.

	MARCAR-PERIODO-PAGADO.
		MOVE "P" TO PGR-OPERACION
		MOVE SPACES TO PGR-ARCHIVO
		MOVE ELE-CODIGO TO PGR-EMPRESA
		MOVE GRUPO-NOMINA TO PGR-GRUPO
		CALL "PERGRUPO" USING PERIODO-GRUPO
		IF PGR-HALLADO NOT = "S"
		DISPLAY "Error al marcar período pagado, grupo "
			GRUPO-NOMINA "."
		ELSE
		DISPLAY "Período " PERIODO-NOMINA " grupo "
			GRUPO-NOMINA " marcado PAGADO."
		END-IF.

	ABRIR-ADELANTOS.
		GOBACK
		END-IF.

	ABRIR-GASTOS.
		*> La simulación solo mira qué se pagaría.
		IF MODO-SIMULACION = "S"
		OPEN INPUT ARCHIVO-GASTOS
		ELSE
		OPEN I-O ARCHIVO-GASTOS
		END-IF
		IF WS-STATUS-GAS NOT = "00" AND WS-STATUS-GAS NOT = "05"
		DISPLAY "Error al abrir gastos.dat. Status: "
			WS-STATUS-GAS
		GOBACK
		END-IF.

	ABRIR-PRODUCCION.
		IF MODO-SIMULACION = "S"
		OPEN INPUT ARCHIVO-PRODUCCION
		ELSE
		OPEN I-O ARCHIVO-PRODUCCION
		END-IF
		IF WS-STATUS-PRD NOT = "00" AND WS-STATUS-PRD NOT = "05"
		DISPLAY "Error al abrir produccion.dat. Status: "
			WS-STATUS-PRD
		GOBACK
		END-IF.

	ABRIR-FRANCOS.
		*> departamentos.dat solo se consulta por la marca de
		*> francos; si falta, ningún departamento la tiene.
		IF MODO-SIMULACION = "S"
		OPEN INPUT ARCHIVO-FRANCOS
		ELSE
		OPEN I-O ARCHIVO-FRANCOS
		END-IF
		IF WS-STATUS-FRA NOT = "00" AND WS-STATUS-FRA NOT = "05"
		DISPLAY "Error al abrir francos.dat. Status: "
			WS-STATUS-FRA
		GOBACK
		END-IF
		OPEN INPUT ARCHIVO-DEPARTAMENTOS
		DIVIDE PERIODO-NOMINA BY 100 GIVING ANIO-FRANCOS
			REMAINDER MES-FRANCOS
		COMPUTE MESES-PERIODO-NOMINA =
			ANIO-FRANCOS * 12 + MES-FRANCOS.

	ABRIR-EMBARGOS.
		OPEN I-O ARCHIVO-EMBARGOS
		IF WS-STATUS-EMB NOT = "00" AND WS-STATUS-EMB NOT = "05"
		GOBACK
		END-IF.

	ABRIR-PAGOS-INDEBIDOS.
		*> La simulación solo lee los casos: las rebajas de
		*> la corrida real van escenificadas.
		IF MODO-SIMULACION = "S"
		OPEN INPUT ARCHIVO-PAGOS-INDEBIDOS
		ELSE
		OPEN I-O ARCHIVO-PAGOS-INDEBIDOS
		END-IF
		IF WS-STATUS-PGI NOT = "00" AND WS-STATUS-PGI NOT = "05"
		DISPLAY "Error al abrir pagos_indebidos.dat. Status: "
			WS-STATUS-PGI
		GOBACK
		END-IF.

	DESCONTAR-EMBARGO.
		*> Retiene la cuota del embargo judicial vigente, en el
		*> orden de prelación legal: primero las deducciones de
		DIVIDE PRODUCTO-EMBARGO BY 100
			GIVING CUOTA-EMBARGO ROUNDED
		ELSE
		*> La cuota fija es mensual: va en el subperíodo
		*> que cierra el mes.
		IF ULTIMO-SUBPERIODO = "S"
		MOVE EMB-CUOTA-IMPORTE TO CUOTA-EMBARGO
		END-IF
		END-IF
		IF CUOTA-EMBARGO > EMB-SALDO
		MOVE EMB-SALDO TO CUOTA-EMBARGO
		END-IF
		END-IF
		END-READ.

	DESCONTAR-PAGO-INDEBIDO.
		*> Recupera los pagos en exceso de los casos abiertos
		*> del empleado, después del embargo y antes del
		*> adelanto. Cada caso topea su cuota en su porcentaje
		*> del neto que dejó el embargo, menos lo que ya se
		*> llevaron los casos anteriores en esta liquidación.
		MOVE ZERO TO CUOTA-PAGO-INDEBIDO
		MOVE ZERO TO SALDO-PAGO-INDEBIDO
		MOVE PAGO-NETO TO NETO-BASE-RECUPERO
		MOVE "N" TO FIN-CASOS-PGI
		MOVE EMPLEADO-ID TO PGI-ID
		MOVE ZERO TO PGI-PERIODO
		START ARCHIVO-PAGOS-INDEBIDOS
			KEY IS NOT LESS THAN PGI-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS-PGI
		END-START
		PERFORM UNTIL FIN-CASOS-PGI = "S"
			READ ARCHIVO-PAGOS-INDEBIDOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS-PGI
			NOT AT END
			IF PGI-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-CASOS-PGI
			ELSE
			IF RECUPERO-ABIERTO AND PGI-SALDO > ZERO
			PERFORM DESCONTAR-UN-RECUPERO
			END-IF
			END-IF
			END-READ
		END-PERFORM.

	DESCONTAR-UN-RECUPERO.
		MULTIPLY NETO-BASE-RECUPERO BY PGI-PORCENTAJE
			GIVING PRODUCTO-EMBARGO ROUNDED
		DIVIDE PRODUCTO-EMBARGO BY 100
			GIVING TOPE-RECUPERO ROUNDED
		MOVE ZERO TO CUOTA-UN-CASO
		IF TOPE-RECUPERO > CUOTA-PAGO-INDEBIDO
		SUBTRACT CUOTA-PAGO-INDEBIDO FROM TOPE-RECUPERO
			GIVING CUOTA-UN-CASO
		END-IF
		IF CUOTA-UN-CASO > PGI-SALDO
		MOVE PGI-SALDO TO CUOTA-UN-CASO
		END-IF
		IF CUOTA-UN-CASO > PAGO-NETO
		MOVE PAGO-NETO TO CUOTA-UN-CASO
		END-IF
		SUBTRACT CUOTA-UN-CASO FROM PAGO-NETO
		ADD CUOTA-UN-CASO TO CUOTA-PAGO-INDEBIDO
		SUBTRACT CUOTA-UN-CASO FROM PGI-SALDO
		ADD PGI-SALDO TO SALDO-PAGO-INDEBIDO
		*> Como el embargo: la rebaja queda escenificada.
		IF MODO-SIMULACION = "N" AND CUOTA-UN-CASO > ZERO
		MOVE PGI-ID TO RCS-ID
		MOVE PGI-PERIODO TO RCS-PERIODO
		MOVE CUOTA-UN-CASO TO RCS-CUOTA
		WRITE PGI-STAGE-LINEA
		END-IF.

	ABRIR-AGENCIAS.
		*> Si los archivos todavía no existen (nadie cargó
		*> agencias), OPTIONAL los da por vacíos y la corrida
		OPEN INPUT ARCHIVO-AGENCIAS
		OPEN INPUT ARCHIVO-AFILIACIONES
		OPEN INPUT ARCHIVO-AUSENCIAS
		OPEN INPUT ARCHIVO-CASOS
		OPEN INPUT ARCHIVO-CUENTAS
		OPEN INPUT ARCHIVO-DISTRIBUCION.

	DESCONTAR-AUSENCIAS.
		*> Recorre las ausencias del empleado fechadas dentro
		*> del período (o subperíodo) liquidado y rebaja el
		*> bruto según el goce de cada tipo, sin dejarlo
		*> negativo: la ausencia sin goce por fin deja de
		*> pagarse sola.
		MOVE ZERO TO DESCUENTO-AUSENCIAS
		COMPUTE VALOR-DIA-AUSENCIA ROUNDED =
			TARIFA-APLICADA * 8
		PERFORM UBICAR-CASO-MEDICO
		MOVE "N" TO FIN-AUSENCIAS-EMP
		MOVE EMPLEADO-ID TO AUS-ID
		MOVE FECHA-DESDE-NOMINA TO AUS-FECHA
		START ARCHIVO-AUSENCIAS
			KEY IS NOT LESS THAN AUS-CLAVE
		INVALID KEY MOVE "S" TO FIN-AUSENCIAS-EMP
			MOVE "S" TO FIN-AUSENCIAS-EMP
			NOT AT END
			IF AUS-ID NOT = EMPLEADO-ID
			OR AUS-FECHA > FECHA-HASTA-NOMINA
			MOVE "S" TO FIN-AUSENCIAS-EMP
			ELSE
			PERFORM DESCONTAR-UNA-AUSENCIA
		SUBTRACT DESCUENTO-AUSENCIAS FROM PAGO-BRUTO
		ADD DESCUENTO-AUSENCIAS TO TOTAL-AUSENCIAS.

	UBICAR-CASO-MEDICO.
		*> El último caso del empleado iniciado hasta el fin
		*> del período, recalculado a esa fecha.
		MOVE "N" TO CASO-NOMINA
		MOVE "N" TO FIN-CASOS-EMP
		MOVE EMPLEADO-ID TO CAM-ID
		MOVE ZERO TO CAM-INICIO
		START ARCHIVO-CASOS
			KEY IS NOT LESS THAN CAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-CASOS-EMP
		END-START
		PERFORM UNTIL FIN-CASOS-EMP = "S"
			READ ARCHIVO-CASOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-CASOS-EMP
			NOT AT END
			IF CAM-ID NOT = EMPLEADO-ID
			OR CAM-INICIO > FECHA-HASTA-NOMINA
			MOVE "S" TO FIN-CASOS-EMP
			ELSE
			MOVE "S" TO CASO-NOMINA
			MOVE CAM-INICIO TO INICIO-CASO-NOMINA
			END-IF
			END-READ
		END-PERFORM
		IF CASO-NOMINA = "S"
		MOVE EMPLEADO-ID TO CAM-ID
		MOVE INICIO-CASO-NOMINA TO CAM-INICIO
		READ ARCHIVO-CASOS
		INVALID KEY MOVE "N" TO CASO-NOMINA
		END-READ
		END-IF
		IF CASO-NOMINA = "S"
		MOVE EMPLEADO-FECHA-INGRESO TO MCC-FECHA-INGRESO
		MOVE FECHA-HASTA-NOMINA TO MCC-FECHA
		CALL "MEDCAS" USING CALCULO-CASO-MEDICO
			CASOS-MEDICOS-REGISTRO
		END-IF.

	DESCONTAR-UNA-AUSENCIA.
		MOVE ZERO TO DESCUENTO-DIA
		EVALUATE AUS-TIPO
				MOVE VALOR-DIA-AUSENCIA
					TO DESCUENTO-DIA
			WHEN "E"
				IF CASO-NOMINA = "S"
				AND MCC-FECHA-TOPE > ZERO
				AND AUS-FECHA > MCC-FECHA-TOPE
				AND AUS-FECHA NOT < CAM-INICIO
				AND (NOT CAM-CERRADO
				OR AUS-FECHA NOT > CAM-FECHA-CIERRE)
				MOVE VALOR-DIA-AUSENCIA
					TO DESCUENTO-DIA
				ELSE
				MULTIPLY VALOR-DIA-AUSENCIA
					BY DESCUENTO-ENFERMEDAD
					GIVING PRODUCTO-AUSENCIA
					ROUNDED
				DIVIDE PRODUCTO-AUSENCIA BY 100
					GIVING DESCUENTO-DIA ROUNDED
				END-IF
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		DIVIDE PRODUCTO-AGENCIA BY 100
			GIVING CUOTA-AGENCIA ROUNDED
		ELSE
		IF ULTIMO-SUBPERIODO = "S"
		MOVE AGE-IMPORTE TO CUOTA-AGENCIA
		END-IF
		END-IF
		IF CUOTA-AGENCIA > PAGO-NETO
		MOVE PAGO-NETO TO CUOTA-AGENCIA
		END-IF
				TO TA-IMPORTE (CANTIDAD-AJUSTES)
			MOVE "N" TO TA-APLICADO (CANTIDAD-AJUSTES)
			MOVE "N" TO TA-CONSUMIDO (CANTIDAD-AJUSTES)
			MOVE AJU-ORIGEN TO TA-ORIGEN (CANTIDAD-AJUSTES)
			ELSE
			ADD 1 TO AJUSTES-DESBORDADOS
			END-IF
		UNTIL INDICE-AJUSTE > CANTIDAD-AJUSTES
		IF TA-ID (INDICE-AJUSTE) = EMPLEADO-ID
		AND TA-APLICADO (INDICE-AJUSTE) = "N"
		AND TA-ORIGEN (INDICE-AJUSTE) NOT = "G"
			ADD TA-IMPORTE (INDICE-AJUSTE)
				TO AJUSTE-EMPLEADO
			MOVE "S" TO TA-APLICADO (INDICE-AJUSTE)
		ADD AJUSTE-APLICADO-REAL TO TOTAL-AJUSTES-RETRO
		END-IF.

	APLICAR-AJUSTE-GANANCIAS.
		*> Saldo del ajuste anual de ganancias: positivo se le
		*> devuelve al empleado, negativo se le retiene. Como
		*> con los retroactivos, lo que no entra en el neto no
		*> se declara retenido; queda avisado en pantalla para
		*> que liquidaciones lo cobre por otra vía.
		MOVE ZERO TO AJUSTE-GANANCIAS-EMP
		MOVE ZERO TO AJUSTE-GANANCIAS-REAL
		PERFORM VARYING INDICE-AJUSTE FROM 1 BY 1
		UNTIL INDICE-AJUSTE > CANTIDAD-AJUSTES
		IF TA-ID (INDICE-AJUSTE) = EMPLEADO-ID
		AND TA-APLICADO (INDICE-AJUSTE) = "N"
		AND TA-ORIGEN (INDICE-AJUSTE) = "G"
			ADD TA-IMPORTE (INDICE-AJUSTE)
				TO AJUSTE-GANANCIAS-EMP
			MOVE "S" TO TA-APLICADO (INDICE-AJUSTE)
			IF MODO-SIMULACION = "N"
			MOVE TA-PERIODO (INDICE-AJUSTE)
				TO AJS-PERIODO
			MOVE TA-ID (INDICE-AJUSTE) TO AJS-ID
			MOVE TA-IMPORTE (INDICE-AJUSTE)
				TO AJS-IMPORTE
			WRITE AJU-STAGE-LINEA
			END-IF
		END-IF
		END-PERFORM
		IF AJUSTE-GANANCIAS-EMP NOT = ZERO
		ADD PAGO-NETO AJUSTE-GANANCIAS-EMP
			GIVING NETO-CON-AJUSTE
		IF NETO-CON-AJUSTE < ZERO
		SUBTRACT PAGO-NETO FROM 0
			GIVING AJUSTE-GANANCIAS-REAL
		MOVE ZERO TO PAGO-NETO
		DISPLAY "Aviso: ajuste de ganancias del ID "
			EMPLEADO-ID " cobrado en parte."
		ELSE
		MOVE AJUSTE-GANANCIAS-EMP TO AJUSTE-GANANCIAS-REAL
		MOVE NETO-CON-AJUSTE TO PAGO-NETO
		END-IF
		ADD AJUSTE-GANANCIAS-REAL TO TOTAL-AJUSTE-GANANCIAS
		END-IF.

	CALCULAR-ASIGNACIONES.
		*> Tramo de la escala por el bruto del mes; por encima
		*> del último tramo no hay asignación. El hijo cobra
		*> hasta el mes anterior al que cumple 18 (el cumpleaños
		*> hasta el fin del período ya lo deja afuera), salvo
		*> con discapacidad, que no tiene tope de edad. En los
		*> grupos quincenales y semanales se pagan en el último
		*> subperíodo, con el tramo del bruto del mes entero.
		MOVE ZERO TO ASIGNACION-EMP
		MOVE ZERO TO TRAMO-ASIGNACION
		ADD PAGO-BRUTO BRUTO-SUB-ANTERIORES
			GIVING BRUTO-MES-ASIGNACION
		PERFORM VARYING INDICE-ASIGNACION FROM 1 BY 1
		UNTIL INDICE-ASIGNACION > CANTIDAD-ASIGNACIONES
		IF BRUTO-MES-ASIGNACION
			>= ASV-MINIMO (INDICE-ASIGNACION)
		AND BRUTO-MES-ASIGNACION
			<= ASV-MAXIMO (INDICE-ASIGNACION)
			MOVE INDICE-ASIGNACION TO TRAMO-ASIGNACION
			MOVE CANTIDAD-ASIGNACIONES TO INDICE-ASIGNACION
		END-IF
		END-PERFORM
		IF TRAMO-ASIGNACION > ZERO
		MOVE "N" TO FIN-FAMILIARES
		MOVE EMPLEADO-ID TO FAM-ID
		MOVE ZERO TO FAM-SECUENCIA
		START ARCHIVO-FAMILIARES
			KEY IS NOT LESS THAN FAM-CLAVE
		INVALID KEY MOVE "S" TO FIN-FAMILIARES
		END-START
		PERFORM UNTIL FIN-FAMILIARES = "S"
			READ ARCHIVO-FAMILIARES NEXT RECORD
			AT END
			MOVE "S" TO FIN-FAMILIARES
			NOT AT END
			IF FAM-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-FAMILIARES
			ELSE
			PERFORM SUMAR-ASIGNACION-FAMILIAR
			END-IF
			END-READ
		END-PERFORM
		END-IF
		ADD ASIGNACION-EMP TO PAGO-NETO
		ADD ASIGNACION-EMP TO TOTAL-ASIGNACIONES.

	PAGAR-GASTOS.
		*> Los gastos aprobados del empleado, de este período
		*> o de uno anterior, van al neto después de todas
		*> las deducciones: no son remuneración. La marca de
		*> liquidado se escenifica y se aplica al final.
		MOVE ZERO TO GASTOS-EMP
		MOVE "N" TO FIN-GASTOS
		MOVE EMPLEADO-ID TO GAS-ID
		MOVE ZERO TO GAS-PERIODO
		MOVE ZERO TO GAS-SECUENCIA
		START ARCHIVO-GASTOS
			KEY IS NOT LESS THAN GAS-CLAVE
		INVALID KEY MOVE "S" TO FIN-GASTOS
		END-START
		PERFORM UNTIL FIN-GASTOS = "S"
			READ ARCHIVO-GASTOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-GASTOS
			NOT AT END
			IF GAS-ID NOT = EMPLEADO-ID
			OR GAS-PERIODO > PERIODO-NOMINA
			MOVE "S" TO FIN-GASTOS
			ELSE
			IF GAS-APROBADO
			ADD GAS-IMPORTE TO GASTOS-EMP
			IF MODO-SIMULACION = "N"
			MOVE GAS-ID TO GST-ID
			MOVE GAS-PERIODO TO GST-PERIODO
			MOVE GAS-SECUENCIA TO GST-SECUENCIA
			WRITE GAS-STAGE-LINEA
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		ADD GASTOS-EMP TO PAGO-NETO
		ADD GASTOS-EMP TO TOTAL-GASTOS.

	PAGAR-PRODUCCION.
		*> La producción aprobada del empleado, de este
		*> período o de uno anterior, suma al bruto ya
		*> descontadas las ausencias: es remuneración y paga
		*> todo lo que paga el sueldo. La marca de liquidado
		*> se escenifica y se aplica al final.
		MOVE ZERO TO PRODUCCION-EMP
		MOVE "N" TO FIN-PRODUCCION
		MOVE EMPLEADO-ID TO PRD-ID
		MOVE ZERO TO PRD-PERIODO
		MOVE ZERO TO PRD-FECHA
		MOVE SPACES TO PRD-PRODUCTO
		START ARCHIVO-PRODUCCION
			KEY IS NOT LESS THAN PRD-CLAVE
		INVALID KEY MOVE "S" TO FIN-PRODUCCION
		END-START
		PERFORM UNTIL FIN-PRODUCCION = "S"
			READ ARCHIVO-PRODUCCION NEXT RECORD
			AT END
			MOVE "S" TO FIN-PRODUCCION
			NOT AT END
			IF PRD-ID NOT = EMPLEADO-ID
			OR PRD-PERIODO > PERIODO-NOMINA
			MOVE "S" TO FIN-PRODUCCION
			ELSE
			IF PRD-APROBADO
			ADD PRD-IMPORTE TO PRODUCCION-EMP
			IF MODO-SIMULACION = "N"
			MOVE PRD-ID TO PST-ID
			MOVE PRD-PERIODO TO PST-PERIODO
			MOVE PRD-FECHA TO PST-FECHA
			MOVE PRD-PRODUCTO TO PST-PRODUCTO
			WRITE PRD-STAGE-LINEA
			END-IF
			END-IF
			END-IF
			END-READ
		END-PERFORM
		ADD PRODUCCION-EMP TO PAGO-BRUTO
		ADD PRODUCCION-EMP TO TOTAL-PRODUCCION.

	PAGAR-FRANCOS-VENCIDOS.
		*> Recorre los lotes abiertos del empleado: el que
		*> cumplió los meses de vencimiento paga sus horas sin
		*> tomar a la tarifa de hora extra del período (suma
		*> al bruto como la producción, pero dentro de
		*> SUELDOS); el resto queda en el saldo, junto con las
		*> horas que esta corrida mandó al banco.
		MOVE ZERO TO HORAS-FRANCO-VENCIDAS
		MOVE ZERO TO PAGO-FRANCOS-VENCIDOS
		MOVE HORAS-FRANCO TO SALDO-FRANCOS
		MOVE "N" TO FIN-FRANCOS
		MOVE EMPLEADO-ID TO FRA-ID
		MOVE 1 TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		START ARCHIVO-FRANCOS
			KEY IS NOT LESS THAN FRA-CLAVE
		INVALID KEY MOVE "S" TO FIN-FRANCOS
		END-START
		PERFORM UNTIL FIN-FRANCOS = "S"
			READ ARCHIVO-FRANCOS NEXT RECORD
			AT END
			MOVE "S" TO FIN-FRANCOS
			NOT AT END
			IF FRA-ID NOT = EMPLEADO-ID
			MOVE "S" TO FIN-FRANCOS
			ELSE
			IF FRA-ABIERTO
			PERFORM VENCER-LOTE-FRANCOS
			END-IF
			END-IF
			END-READ
		END-PERFORM
		IF HORAS-FRANCO-VENCIDAS > ZERO
		MULTIPLY TARIFA-EXTRA BY HORAS-FRANCO-VENCIDAS
			GIVING PAGO-FRANCOS-VENCIDOS ROUNDED
		ADD PAGO-FRANCOS-VENCIDOS TO PAGO-BRUTO
		ADD PAGO-FRANCOS-VENCIDOS TO TOTAL-FRANCOS-VENCIDOS
		END-IF.

	VENCER-LOTE-FRANCOS.
		COMPUTE HORAS-LOTE = FRA-HORAS-GANADAS
			- FRA-HORAS-TOMADAS - FRA-HORAS-PAGADAS
		DIVIDE FRA-PERIODO BY 100 GIVING ANIO-FRANCOS
			REMAINDER MES-FRANCOS
		COMPUTE MESES-PERIODO-LOTE =
			ANIO-FRANCOS * 12 + MES-FRANCOS
		IF HORAS-LOTE > ZERO
		IF MESES-PERIODO-NOMINA - MESES-PERIODO-LOTE
			NOT < MESES-FRANCOS
		ADD HORAS-LOTE TO HORAS-FRANCO-VENCIDAS
		IF MODO-SIMULACION = "N"
		MOVE FRA-ID TO FTS-ID
		MOVE "V" TO FTS-TIPO
		MOVE FRA-PERIODO TO FTS-PERIODO
		MOVE FRA-SUBPERIODO TO FTS-SUBPERIODO
		MOVE HORAS-LOTE TO FTS-HORAS
		WRITE FRA-STAGE-LINEA
		END-IF
		ELSE
		ADD HORAS-LOTE TO SALDO-FRANCOS
		END-IF
		END-IF.

	SUMAR-ASIGNACION-FAMILIAR.
		IF FAM-CONYUGE
		ADD ASV-CONYUGE (TRAMO-ASIGNACION) TO ASIGNACION-EMP
		END-IF
		IF FAM-HIJO
		IF FAM-CON-DISCAPACIDAD
		ADD ASV-HIJO-DISCAP (TRAMO-ASIGNACION)
			TO ASIGNACION-EMP
		ELSE
		IF FAM-FECHA-NACIMIENTO IS NUMERIC
		COMPUTE FECHA-CUMPLE-18 = FAM-FECHA-NACIMIENTO + 180000
		IF FECHA-CUMPLE-18 > LIMITE-PERIODO
		ADD ASV-HIJO (TRAMO-ASIGNACION) TO ASIGNACION-EMP
		END-IF
		END-IF
		END-IF
		END-IF.

	REGRABAR-AJUSTES.
		*> Regrabado en flujo desde el archivo de trabajo: cada
		*> línea del archivo original sale de vuelta; solo las
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		*> La cuota es mensual: se descuenta en el
		*> subperíodo que cierra el mes.
		IF ADE-SALDO > ZERO AND ULTIMO-SUBPERIODO = "S"
		MOVE ADE-CUOTA-IMPORTE TO CUOTA-ADELANTO
		IF CUOTA-ADELANTO > ADE-SALDO
		MOVE ADE-SALDO TO CUOTA-ADELANTO
		GOBACK
		END-IF.

	ABRIR-HISTORIA-GANANCIAS.
		*> Sin declaración cargada (o sin el archivo) el
		*> empleado no tiene deducciones personales: la
		*> retención sale sobre el bruto acumulado entero.
		OPEN INPUT ARCHIVO-DEDUCC-GAN
		IF WS-STATUS-DGA NOT = "00" AND WS-STATUS-DGA NOT = "05"
		DISPLAY "Error al abrir deducciones_ganancias.dat. "
			"Status: " WS-STATUS-DGA
		GOBACK
		END-IF.

	ABRIR-FAMILIARES.
		*> Sin el archivo nadie tiene familiares cargados y no
		*> se paga ninguna asignación.
		OPEN INPUT ARCHIVO-FAMILIARES
		IF WS-STATUS-FAM NOT = "00" AND WS-STATUS-FAM NOT = "05"
		DISPLAY "Error al abrir dependientes.dat. Status: "
			WS-STATUS-FAM
		GOBACK
		END-IF.

	ABRIR-REG-SUBPERIODO.
		*> La simulación solo lee los subperíodos pagados.
		IF MODO-SIMULACION = "S"
		OPEN INPUT ARCHIVO-REG-SUBPERIODO
		ELSE
		OPEN I-O ARCHIVO-REG-SUBPERIODO
		END-IF
		IF WS-STATUS-RSB NOT = "00" AND WS-STATUS-RSB NOT = "05"
		DISPLAY "Error al abrir registro_subperiodo.dat. "
			"Status: " WS-STATUS-RSB
		GOBACK
		END-IF.

	GRABAR-REGISTRO.
		*> En los grupos quincenales y semanales se graba el
		*> renglón del subperíodo y el del mes se rearma
		*> sumándole lo de los otros subperíodos ya pagados.
		MOVE ZERO TO OTROS-SUB-HORAS
		MOVE ZERO TO OTROS-SUB-BRUTO
		MOVE ZERO TO OTROS-SUB-NETO
		MOVE ZERO TO OTROS-SUB-ADELANTO
		MOVE ZERO TO OTROS-SUB-IMPUESTO
		MOVE ZERO TO OTROS-SUB-JUBILACION
		MOVE ZERO TO OTROS-SUB-SINDICATO
		MOVE ZERO TO OTROS-SUB-ASIGNACION
		MOVE ZERO TO OTROS-SUB-GASTOS
		IF SUBPERIODOS-NOMINA > 1
		IF MODO-SIMULACION = "N"
		PERFORM GRABAR-REG-SUBPERIODO
		END-IF
		PERFORM VARYING INDICE-SUB FROM 1 BY 1
		UNTIL INDICE-SUB > SUBPERIODOS-NOMINA
			IF INDICE-SUB NOT = SUBPERIODO-NOMINA
			PERFORM SUMAR-OTRO-SUBPERIODO
			END-IF
		END-PERFORM
		END-IF
		MOVE PERIODO-NOMINA TO REG-PERIODO
		MOVE EMPLEADO-ID TO REG-ID
		MOVE TARIFA-APLICADA TO REG-TARIFA
		ADD NOV-HORAS OTROS-SUB-HORAS GIVING REG-HORAS
		ADD PAGO-BRUTO OTROS-SUB-BRUTO GIVING REG-BRUTO
		ADD PAGO-NETO OTROS-SUB-NETO GIVING REG-NETO
		ADD CUOTA-ADELANTO OTROS-SUB-ADELANTO
			GIVING REG-ADELANTO
		ADD DEDUCCION-IMPUESTO OTROS-SUB-IMPUESTO
			GIVING REG-IMPUESTO
		ADD DEDUCCION-JUBILACION OTROS-SUB-JUBILACION
			GIVING REG-JUBILACION
		ADD DEDUCCION-SINDICATO OTROS-SUB-SINDICATO
			GIVING REG-SINDICATO
		ADD ASIGNACION-EMP OTROS-SUB-ASIGNACION
			GIVING REG-ASIGNACION
		ADD GASTOS-EMP OTROS-SUB-GASTOS GIVING REG-GASTOS
		WRITE LINEA-REGISTRO
		*> Clave duplicada = la corrida cortada alcanzó a
		*> grabar el renglón del empleado en vuelo: en la
		DISPLAY "Error al grabar registro ID " EMPLEADO-ID
			". Status: " WS-STATUS-REG
		END-IF
		END-IF
		*> En el mismo paso, el renglón pisa su casillero en
		*> acumulados.dat: la reanudación lo vuelve a pisar con
		*> lo reliquidado, igual que el REWRITE de arriba. El
		*> borrador de la simulación no se acumula.
		IF MODO-SIMULACION = "N"
		MOVE "G" TO PAC-OPERACION
		MOVE LINEA-REGISTRO TO PAC-RENGLON
		CALL "ACUMUL" USING ACUMULADO-PEDIDO
		END-IF.

	GRABAR-REG-SUBPERIODO.
		MOVE PERIODO-NOMINA TO RSB-PERIODO
		MOVE EMPLEADO-ID TO RSB-ID
		MOVE SUBPERIODO-NOMINA TO RSB-SUBPERIODO
		MOVE GRUPO-NOMINA TO RSB-GRUPO
		MOVE TARIFA-APLICADA TO RSB-TARIFA
		MOVE NOV-HORAS TO RSB-HORAS
		MOVE PAGO-BRUTO TO RSB-BRUTO
		MOVE PAGO-NETO TO RSB-NETO
		MOVE CUOTA-ADELANTO TO RSB-ADELANTO
		MOVE DEDUCCION-IMPUESTO TO RSB-IMPUESTO
		MOVE DEDUCCION-JUBILACION TO RSB-JUBILACION
		MOVE DEDUCCION-SINDICATO TO RSB-SINDICATO
		MOVE ASIGNACION-EMP TO RSB-ASIGNACION
		MOVE GASTOS-EMP TO RSB-GASTOS
		WRITE LINEA-REG-SUBPERIODO
		*> Clave duplicada = reanudación del empleado en
		*> vuelo, como en el registro acumulado.
		IF WS-STATUS-RSB = "22"
		REWRITE LINEA-REG-SUBPERIODO
		INVALID KEY
		DISPLAY "No se pudo regrabar subperíodo ID "
			EMPLEADO-ID
		END-REWRITE
		ELSE
		IF WS-STATUS-RSB NOT = "00"
		DISPLAY "Error al grabar subperíodo ID " EMPLEADO-ID
			". Status: " WS-STATUS-RSB
		END-IF
		END-IF.

	SUMAR-OTRO-SUBPERIODO.
		MOVE PERIODO-NOMINA TO RSB-PERIODO
		MOVE EMPLEADO-ID TO RSB-ID
		MOVE INDICE-SUB TO RSB-SUBPERIODO
		READ ARCHIVO-REG-SUBPERIODO
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		ADD RSB-HORAS TO OTROS-SUB-HORAS
		ADD RSB-BRUTO TO OTROS-SUB-BRUTO
		ADD RSB-NETO TO OTROS-SUB-NETO
		ADD RSB-ADELANTO TO OTROS-SUB-ADELANTO
		ADD RSB-IMPUESTO TO OTROS-SUB-IMPUESTO
		ADD RSB-JUBILACION TO OTROS-SUB-JUBILACION
		ADD RSB-SINDICATO TO OTROS-SUB-SINDICATO
		ADD RSB-ASIGNACION TO OTROS-SUB-ASIGNACION
		IF RSB-GASTOS IS NUMERIC
		ADD RSB-GASTOS TO OTROS-SUB-GASTOS
		END-IF
		END-READ.

	LEER-PARAMETROS.
		OPEN INPUT ARCHIVO-PARAMETROS
		IF WS-STATUS-PRM = "00"
		AND PARM-MULT-FERIADO > ZERO
		MOVE PARM-MULT-FERIADO TO MULTIPLICADOR-FERIADO
		END-IF
		IF PARM-DED-CONYUGE IS NUMERIC
		AND PARM-DED-CONYUGE > ZERO
		MOVE PARM-DED-CONYUGE TO DED-ANUAL-CONYUGE
		END-IF
		IF PARM-DED-HIJO IS NUMERIC
		AND PARM-DED-HIJO > ZERO
		MOVE PARM-DED-HIJO TO DED-ANUAL-HIJO
		END-IF
		IF PARM-MESES-FRANCOS IS NUMERIC
		AND PARM-MESES-FRANCOS > ZERO
		MOVE PARM-MESES-FRANCOS TO MESES-FRANCOS
		END-IF
		END-READ
		CLOSE ARCHIVO-PARAMETROS
		END-IF.
		CONTINUE
		NOT INVALID KEY
		MOVE "S" TO NOVEDAD-HALLADA
		IF SUBPERIODOS-NOMINA > 1
		PERFORM TOMAR-BALDE-SUBPERIODO
		END-IF
		END-READ.

	TOMAR-BALDE-SUBPERIODO.
		*> En los grupos quincenales y semanales se liquidan
		*> solo las horas del balde del subperíodo; sin horas
		*> en el balde, no hay novedad para esta corrida.
		IF NOV-SUBPERIODO (SUBPERIODO-NOMINA) IS NUMERIC
		MOVE NOV-SUB-HORAS (SUBPERIODO-NOMINA) TO NOV-HORAS
		MOVE NOV-SUB-HORAS-NOC (SUBPERIODO-NOMINA)
			TO NOV-HORAS-NOC
		MOVE NOV-SUB-HORAS-FER (SUBPERIODO-NOMINA)
			TO NOV-HORAS-FER
		ELSE
		MOVE ZERO TO NOV-HORAS
		MOVE ZERO TO NOV-HORAS-NOC
		MOVE ZERO TO NOV-HORAS-FER
		END-IF
		IF NOV-HORAS = ZERO AND NOV-HORAS-NOC = ZERO
		AND NOV-HORAS-FER = ZERO
		MOVE "N" TO NOVEDAD-HALLADA
		END-IF.

	LIQUIDAR-EMPLEADO.
		PERFORM BUSCAR-TARIFA
		IF TARIFA-HALLADA = "N"
		IF TARIFA-HALLADA = "S" AND NOVEDAD-HALLADA = "S"
		PERFORM CALCULAR-BRUTO
		PERFORM DESCONTAR-AUSENCIAS
		PERFORM PAGAR-PRODUCCION
		PERFORM PAGAR-FRANCOS-VENCIDOS
		PERFORM CALCULAR-PATRONAL
		PERFORM CALCULAR-DEDUCCIONES
		PERFORM DESCONTAR-EMBARGO
		PERFORM DESCONTAR-PAGO-INDEBIDO
		PERFORM DESCONTAR-ADELANTO
		PERFORM DESCONTAR-AGENCIAS
		PERFORM APLICAR-AJUSTES
		PERFORM APLICAR-AJUSTE-GANANCIAS
		MOVE ZERO TO ASIGNACION-EMP
		IF ULTIMO-SUBPERIODO = "S"
		PERFORM CALCULAR-ASIGNACIONES
		END-IF
		PERFORM PAGAR-GASTOS
		ADD PAGO-BRUTO TO TOTAL-NOMINA
		ADD DEDUCCION-IMPUESTO TO TOTAL-IMPUESTO
		ADD DEDUCCION-JUBILACION TO TOTAL-JUBILACION
		ADD DEDUCCION-SINDICATO TO TOTAL-SINDICATO
		ADD CUOTA-EMBARGO TO TOTAL-EMBARGOS
		ADD CUOTA-PAGO-INDEBIDO TO TOTAL-PAGOS-INDEBIDOS
		ADD CUOTA-ADELANTO TO TOTAL-ADELANTOS
		ADD PAGO-NETO TO TOTAL-NETO
		PERFORM ACUMULAR-DEPTO
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "GRUPO:    " DELIMITED BY SIZE
			GRUPO-NOMINA DELIMITED BY SIZE
			"  SUBPERIODO " DELIMITED BY SIZE
			SUBPERIODO-NOMINA DELIMITED BY SIZE
			" DE " DELIMITED BY SIZE
			SUBPERIODOS-NOMINA DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE TARIFA-APLICADA TO RECIBO-CANTIDAD-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TARIFA/H: " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		IF HORAS-FRANCO > ZERO
		MOVE HORAS-FRANCO TO RECIBO-CANTIDAD-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HS.FRANCO:" DELIMITED BY SIZE
			RECIBO-CANTIDAD-EDITADA DELIMITED BY SIZE
			"  (A FRANCOS COMPENSATORIOS)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		MOVE HORAS-NOCTURNAS TO RECIBO-CANTIDAD-EDITADA
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HS.NOCT:  " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		IF PRODUCCION-EMP > ZERO
		MOVE PRODUCCION-EMP TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PREMIO PR:" DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		IF PAGO-FRANCOS-VENCIDOS > ZERO
		MOVE PAGO-FRANCOS-VENCIDOS TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "FRANC.VEN:" DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		IF BANCA-FRANCOS = "S" OR SALDO-FRANCOS > ZERO
		MOVE SALDO-FRANCOS TO HORAS-FRANCO-EDITADAS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SALDO FRA:" DELIMITED BY SIZE
			HORAS-FRANCO-EDITADAS DELIMITED BY SIZE
			" HS" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		MOVE PAGO-BRUTO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "BRUTO:    " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		IF CUOTA-PAGO-INDEBIDO > ZERO
		MOVE CUOTA-PAGO-INDEBIDO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "PAGO IND: " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		MOVE SALDO-PAGO-INDEBIDO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "SALDO PI: " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		MOVE CUOTA-ADELANTO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ADELANTO: " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		IF AJUSTE-GANANCIAS-REAL NOT = ZERO
		MOVE AJUSTE-GANANCIAS-REAL TO AJUSTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "AJ.GANAN: " DELIMITED BY SIZE
			AJUSTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		IF ASIGNACION-EMP > ZERO
		MOVE ASIGNACION-EMP TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "ASIG.FAM: " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			"  (NO REMUNERATIVO)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		IF GASTOS-EMP > ZERO
		MOVE GASTOS-EMP TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "GASTOS:   " DELIMITED BY SIZE
			RECIBO-IMPORTE-EDITADO DELIMITED BY SIZE
			"  (NO REMUNERATIVO)" DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		END-IF
		MOVE PAGO-NETO TO RECIBO-IMPORTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "NETO:     " DELIMITED BY SIZE
		END-STRING
		PERFORM GRABAR-LINEA-RECIBO
		CALL "RPTPIE" USING TITULO-RECIBO
			RECIBOS-EN-PAGINA NOMBRE-RECIBO
		PERFORM REGISTRAR-RECIBO-FIRMA.

	REGISTRAR-RECIBO-FIRMA.
		*> Si el renglón ya existe (corrida reanudada) queda
		*> como estaba: la firma ya registrada vale.
		MOVE PERIODO-NOMINA TO RFI-PERIODO
		MOVE EMPLEADO-ID TO RFI-ID
		MOVE SUBPERIODO-NOMINA TO RFI-SUBPERIODO
		MOVE GRUPO-NOMINA TO RFI-GRUPO
		MOVE EMPLEADO-DEPTO TO RFI-DEPTO
		MOVE PAGO-NETO TO RFI-NETO
		MOVE FECHA-EMISION-RECIBO TO RFI-FECHA-EMISION
		MOVE "P" TO RFI-ESTADO
		MOVE ZERO TO RFI-FECHA-FIRMA
		MOVE SPACES TO RFI-RESERVA
		MOVE SPACES TO RFI-OPERADOR
		WRITE RECIBOS-FIRMA-REGISTRO
		INVALID KEY CONTINUE
		END-WRITE.

	GRABAR-LINEA-RECIBO.
		*> Cada renglón del recibo se muestra y queda en el
		*> según las horas de cada bloque (el último bloque se
		*> lleva el residuo del redondeo); sin reparto, todo al
		*> departamento del legajo, como siempre.
		*> El premio por producción no se prorratea: tiene su
		*> propia cuenta en el asiento.
		SUBTRACT PRODUCCION-EMP FROM PAGO-BRUTO
			GIVING BRUTO-IMPUTABLE
		PERFORM CARGAR-REPARTO-EMPLEADO
		IF CANTIDAD-REPARTOS = ZERO
		OR TOTAL-HORAS-REPARTO = ZERO
		MOVE EMPLEADO-DEPTO TO DEPTO-IMPUTADO
		MOVE BRUTO-IMPUTABLE TO IMPORTE-IMPUTADO
		MOVE "S" TO PRIMERA-IMPUTACION
		PERFORM IMPUTAR-DEPTO
		ELSE
		PERFORM VARYING INDICE-REPARTO FROM 1 BY 1
		UNTIL INDICE-REPARTO > CANTIDAD-REPARTOS
		IF INDICE-REPARTO = CANTIDAD-REPARTOS
			SUBTRACT IMPORTE-ASIGNADO FROM BRUTO-IMPUTABLE
				GIVING IMPORTE-IMPUTADO
		ELSE
			COMPUTE IMPORTE-IMPUTADO ROUNDED =
				BRUTO-IMPUTABLE
				* RP-HORAS (INDICE-REPARTO)
				/ TOTAL-HORAS-REPARTO
		END-IF

	CALCULAR-BRUTO.
		*> Las horas por encima del umbral se pagan aparte a la
		*> tarifa multiplicada (el umbral del mes repartido
		*> entre los subperíodos): el renglón del reporte
		*> muestra horas normales, horas extra y los dos
		*> importes, y el pie los desglosa igual.
		*> Con francos compensatorios, las horas extra van al
		*> banco y no al bruto.
		IF NOV-HORAS > UMBRAL-SUBPERIODO
		MOVE UMBRAL-SUBPERIODO TO HORAS-NORMALES
		SUBTRACT UMBRAL-SUBPERIODO FROM NOV-HORAS
			GIVING HORAS-EXTRA
		ELSE
		MOVE NOV-HORAS TO HORAS-NORMALES
			GIVING TARIFA-EXTRA ROUNDED
		MULTIPLY TARIFA-EXTRA BY HORAS-EXTRA
			GIVING PAGO-EXTRA ROUNDED
		PERFORM DERIVAR-EXTRAS-A-FRANCOS
		ADD PAGO-NORMAL PAGO-EXTRA GIVING PAGO-BRUTO
		ADD PAGO-NORMAL TO TOTAL-PAGO-NORMAL
		ADD PAGO-EXTRA TO TOTAL-PAGO-EXTRA
		PERFORM CALCULAR-HORAS-TIPIFICADAS
		PERFORM CALCULAR-ANTIGUEDAD.

	DERIVAR-EXTRAS-A-FRANCOS.
		*> Banca quien adhirió y está en un departamento con
		*> la marca: las dos cosas se miran en cada corrida,
		*> así un traslado o una marca quitada vuelve a pagar.
		MOVE ZERO TO HORAS-FRANCO
		MOVE "N" TO BANCA-FRANCOS
		MOVE EMPLEADO-DEPTO TO DEP-CODIGO
		READ ARCHIVO-DEPARTAMENTOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DEP-CON-FRANCOS
		MOVE EMPLEADO-ID TO FRA-ID
		MOVE ZERO TO FRA-PERIODO
		MOVE ZERO TO FRA-SUBPERIODO
		READ ARCHIVO-FRANCOS
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF FRA-ADHERIDO
		MOVE "S" TO BANCA-FRANCOS
		END-IF
		END-READ
		END-IF
		END-READ
		IF BANCA-FRANCOS = "S" AND HORAS-EXTRA > ZERO
		MOVE HORAS-EXTRA TO HORAS-FRANCO
		MOVE ZERO TO HORAS-EXTRA
		MOVE ZERO TO PAGO-EXTRA
		ADD HORAS-FRANCO TO TOTAL-HORAS-FRANCO
		IF MODO-SIMULACION = "N"
		MOVE EMPLEADO-ID TO FTS-ID
		MOVE "G" TO FTS-TIPO
		MOVE PERIODO-NOMINA TO FTS-PERIODO
		MOVE SUBPERIODO-NOMINA TO FTS-SUBPERIODO
		MOVE HORAS-FRANCO TO FTS-HORAS
		WRITE FRA-STAGE-LINEA
		END-IF
		END-IF.

	CALCULAR-HORAS-TIPIFICADAS.
		*> Los baldes de nocturnas y feriado se pagan aparte,
		*> cada uno a su multiplicador. Las novedades grabadas
		MOVE ZERO TO DEDUCCION-JUBILACION
		MOVE ZERO TO DEDUCCION-SINDICATO
		MOVE "N" TO IMPUESTO-APLICADO
		MOVE ZERO TO IMPUESTO-ACUMULADO
		PERFORM CALCULAR-BASE-ACUMULADA
		PERFORM VARYING INDICE-DEDUCCION FROM 1 BY 1
		UNTIL INDICE-DEDUCCION > CANTIDAD-DEDUCCIONES
			PERFORM APLICAR-DEDUCCION
		END-PERFORM
		*> Se retiene la diferencia entre el impuesto del año
		*> hasta la fecha y lo ya retenido; nunca negativa.
		IF IMPUESTO-ACUMULADO > RETENIDO-ANIO-ANTERIOR
		SUBTRACT RETENIDO-ANIO-ANTERIOR FROM IMPUESTO-ACUMULADO
			GIVING DEDUCCION-IMPUESTO
		ELSE
		MOVE ZERO TO DEDUCCION-IMPUESTO
		END-IF
		*> El neto nunca queda negativo, pero lo que no se pudo
		*> retener tampoco se declara retenido: cada deducción
		*> se topea en lo que queda del bruto, en orden, así lo
		SUBTRACT DEDUCCION-SINDICATO FROM BRUTO-DISPONIBLE
		MOVE BRUTO-DISPONIBLE TO PAGO-NETO.

	CALCULAR-BASE-ACUMULADA.
		*> Base del año hasta la fecha: bruto de los meses
		*> anteriores del año (casilleros 01 al mes anterior
		*> de acumulados.dat) más el de este período, menos
		*> las deducciones personales del año prorrateadas
		*> hasta este mes.
		MOVE PERIODO-NOMINA (5:2) TO MES-GANANCIAS
		MOVE ZERO TO BRUTO-ANIO-ANTERIOR
		MOVE ZERO TO RETENIDO-ANIO-ANTERIOR
		IF MES-GANANCIAS > 1
		PERFORM SUMAR-MESES-ANTERIORES
		END-IF
		*> Los subperíodos ya pagados de este mes entran como
		*> un mes anterior más; los límites y las deducciones
		*> se prorratean hasta el fin de este subperíodo.
		PERFORM SUMAR-SUBPERIODOS-ANTERIORES
		ADD BRUTO-SUB-ANTERIORES TO BRUTO-ANIO-ANTERIOR
		ADD RETENIDO-SUB-ANTERIORES TO RETENIDO-ANIO-ANTERIOR
		COMPUTE MESES-TRANSCURRIDOS ROUNDED = MES-GANANCIAS - 1
			+ SUBPERIODO-NOMINA / SUBPERIODOS-NOMINA
		MOVE ZERO TO DEDUCCION-ANUAL-PERSONAL
		MOVE PERIODO-NOMINA (1:4) TO DGA-ANIO
		MOVE EMPLEADO-ID TO DGA-ID
		READ ARCHIVO-DEDUCC-GAN
		INVALID KEY
		CONTINUE
		NOT INVALID KEY
		IF DGA-CON-CONYUGE
		ADD DED-ANUAL-CONYUGE TO DEDUCCION-ANUAL-PERSONAL
		END-IF
		COMPUTE DEDUCCION-ANUAL-PERSONAL =
			DEDUCCION-ANUAL-PERSONAL
			+ DED-ANUAL-HIJO * DGA-HIJOS
			+ DGA-ALQUILER + DGA-INTERESES + DGA-SEGUROS
		END-READ
		COMPUTE DEDUCCION-PRORRATEADA ROUNDED =
			DEDUCCION-ANUAL-PERSONAL
			* MESES-TRANSCURRIDOS / 12
		COMPUTE BASE-ACUMULADA = BRUTO-ANIO-ANTERIOR
			+ PAGO-BRUTO - DEDUCCION-PRORRATEADA
		IF BASE-ACUMULADA < ZERO
		MOVE ZERO TO BASE-ACUMULADA
		END-IF.

	SUMAR-MESES-ANTERIORES.
		*> Renglones anteriores al desglose traen el impuesto
		*> en blanco: ACUMUL los acumuló como cero.
		MOVE "L" TO PAC-OPERACION
		MOVE PERIODO-NOMINA (1:4) TO PAC-ANIO
		MOVE EMPLEADO-ID TO PAC-ID
		MOVE 1 TO PAC-MES-DESDE
		COMPUTE PAC-MES-HASTA = MES-GANANCIAS - 1
		MOVE "BRUT" TO PAC-CONCEPTO
		CALL "ACUMUL" USING ACUMULADO-PEDIDO
		MOVE PAC-SUMA TO BRUTO-ANIO-ANTERIOR
		MOVE "IMPU" TO PAC-CONCEPTO
		CALL "ACUMUL" USING ACUMULADO-PEDIDO
		MOVE PAC-SUMA TO RETENIDO-ANIO-ANTERIOR.

	SUMAR-SUBPERIODOS-ANTERIORES.
		MOVE ZERO TO BRUTO-SUB-ANTERIORES
		MOVE ZERO TO RETENIDO-SUB-ANTERIORES
		PERFORM VARYING INDICE-SUB FROM 1 BY 1
		UNTIL INDICE-SUB NOT < SUBPERIODO-NOMINA
			MOVE PERIODO-NOMINA TO RSB-PERIODO
			MOVE EMPLEADO-ID TO RSB-ID
			MOVE INDICE-SUB TO RSB-SUBPERIODO
			READ ARCHIVO-REG-SUBPERIODO
			INVALID KEY
			CONTINUE
			NOT INVALID KEY
			ADD RSB-BRUTO TO BRUTO-SUB-ANTERIORES
			ADD RSB-IMPUESTO TO RETENIDO-SUB-ANTERIORES
			END-READ
		END-PERFORM.

	APLICAR-DEDUCCION.
		MOVE ZERO TO DEDUCCION-CALCULADA
		IF DED-TIPO (INDICE-DEDUCCION) = "P"
		*> Aplica un solo tramo: el primero de la tabla donde
		*> cae la base acumulada, con los límites mensuales
		*> llevados al mes en curso (los límites se solapan
		*> justo en el borde para no dejar huecos entre tramos).
		COMPUTE TRAMO-MINIMO-ACUM =
			DED-MINIMO (INDICE-DEDUCCION)
			* MESES-TRANSCURRIDOS
		COMPUTE TRAMO-MAXIMO-ACUM =
			DED-MAXIMO (INDICE-DEDUCCION)
			* MESES-TRANSCURRIDOS
		IF IMPUESTO-APLICADO = "N"
		AND BASE-ACUMULADA >= TRAMO-MINIMO-ACUM
		AND BASE-ACUMULADA <= TRAMO-MAXIMO-ACUM
			COMPUTE PRODUCTO-ACUMULADO ROUNDED =
				BASE-ACUMULADA
				* DED-VALOR (INDICE-DEDUCCION)
			DIVIDE PRODUCTO-ACUMULADO BY 100
				GIVING IMPUESTO-ACUMULADO ROUNDED
			MOVE "S" TO IMPUESTO-APLICADO
		END-IF
		ELSE
		*> La deducción fija es mensual: en los grupos
		*> quincenales y semanales se reparte en partes
		*> iguales y el último subperíodo se lleva el residuo.
		IF SUBPERIODOS-NOMINA > 1
		DIVIDE DED-VALOR (INDICE-DEDUCCION)
			BY SUBPERIODOS-NOMINA
			GIVING DEDUCCION-CALCULADA
		IF ULTIMO-SUBPERIODO = "S"
		COMPUTE DEDUCCION-CALCULADA =
			DED-VALOR (INDICE-DEDUCCION)
			- DEDUCCION-CALCULADA * (SUBPERIODOS-NOMINA - 1)
		END-IF
		ELSE
		MOVE DED-VALOR (INDICE-DEDUCCION)
			TO DEDUCCION-CALCULADA
		END-IF
		EVALUATE DED-NOMBRE (INDICE-DEDUCCION)
			WHEN "JUBILACI"
				ADD DEDUCCION-CALCULADA
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-AJUSTE-GANANCIAS TO AJUSTE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL AJUSTE GANANC: " DELIMITED BY SIZE
			AJUSTE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-ASIGNACIONES TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL ASIG. FAMILIAR:" DELIMITED BY SIZE
			TOTAL-DESGLOSE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-GASTOS TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL REINT. GASTOS: " DELIMITED BY SIZE
			TOTAL-DESGLOSE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-PRODUCCION TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL PREMIO PRODUC: " DELIMITED BY SIZE
			TOTAL-DESGLOSE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-FRANCOS-VENCIDOS TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL FRANCOS VENC.: " DELIMITED BY SIZE
			TOTAL-DESGLOSE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-HORAS-FRANCO TO HORAS-FRANCO-EDITADAS
		MOVE SPACES TO LINEA-IMPRESION
		STRING "HORAS A FRANCOS:     " DELIMITED BY SIZE
			HORAS-FRANCO-EDITADAS DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-AGENCIAS TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL AGENCIAS:      " DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-PAGOS-INDEBIDOS TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL PAG INDEBIDOS: " DELIMITED BY SIZE
			TOTAL-DESGLOSE-EDITADO DELIMITED BY SIZE
			INTO LINEA-IMPRESION
		END-STRING
		PERFORM GRABAR-LINEA-PIE
		MOVE TOTAL-ADELANTOS TO TOTAL-DESGLOSE-EDITADO
		MOVE SPACES TO LINEA-IMPRESION
		STRING "TOTAL ADELANTOS:     " DELIMITED BY SIZE
