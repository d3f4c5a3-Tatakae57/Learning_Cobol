	*> ordenado por el juzgado. La cuota puede ser importe fijo
	*> por período (tipo "I", rige EMB-CUOTA-IMPORTE) o un
	*> porcentaje del bruto (tipo "P", rige EMB-PORCENTAJE).
	*> Lo retenido se deposita en la cuenta judicial del
	*> expediente (EMB-CUENTA-JUDICIAL, CBU del banco oficial)
	*> con DEPJUD. EMB-LEVANTAMIENTO queda en "L" cuando llega
	*> el oficio de levantamiento; mientras no llegue, el
	*> embargo saldado y depositado sale en el listado de
	*> DEPJUD para pedirlo. Registros anteriores a estos
	*> campos los traen en blanco.
	01 EMBARGOS-REGISTRO.
		02 EMB-ID PIC 9(5).
		02 EMB-EXPEDIENTE PIC X(12).
		02 EMB-CUOTA-IMPORTE PIC 9(6)V99.
		02 EMB-PORCENTAJE PIC 9(2)V99.
		02 EMB-SALDO PIC 9(6)V99.
		02 EMB-CUENTA-JUDICIAL PIC X(22).
		02 EMB-LEVANTAMIENTO PIC X.
			88 EMBARGO-LEVANTADO VALUE "L".
