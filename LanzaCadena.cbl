	   02 EsHoraFin       PIC 9(8).
	   02 EsRetCode       PIC 9(4).
	   02 EsEstado        PIC X.
	   02 EsPasosPlan     PIC 9(2).


	WORKING-STORAGE SECTION.
	   02 PasosFallidos    PIC 9(2) VALUE ZEROS.

	01 PasosPrevios PIC 9(2) VALUE ZEROS.
	01 PasosPlanPrevio PIC 9(2) VALUE ZEROS.
	01 PasoMaximoPrevio PIC 9(2) VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WHoraSistema PIC 9(8).
		END-IF

		PERFORM CargaEstados
		IF RunUltimo > ZEROS AND PasosPlanPrevio = ZEROS
			PERFORM CalculaPlanPrevio
		END-IF

		IF EsRestart
			IF RunUltimo = ZEROS
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			IF PasosPrevios NOT < PasosPlanPrevio
				DISPLAY "ABEND LanzaCadena - RESTART SOLICITADO PERO EL RUN " RunUltimo " ESTA COMPLETO (" PasosPrevios " DE " PasosPlanPrevio " PASOS)"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE RunUltimo TO RunActual
			DISPLAY "LanzaCadena - RESTART DEL RUN " RunActual
		ELSE
			IF RunUltimo > ZEROS AND PasosPrevios < PasosPlanPrevio
				DISPLAY "ABEND LanzaCadena - RUN " RunUltimo " QUEDO INCOMPLETO (" PasosPrevios " DE " PasosPlanPrevio " PASOS), RELANCE CON PARAMETRO RESTART"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
				IF EsRunNum > RunUltimo
					MOVE EsRunNum TO RunUltimo
					MOVE ZEROS TO PasosPrevios
					MOVE ZEROS TO PasosPlanPrevio
					MOVE ZEROS TO PasoMaximoPrevio
					MOVE 1 TO IndPaso
					PERFORM UNTIL IndPaso > NPasos
						MOVE SPACE TO TplHecho(IndPaso)
		END-IF.

	AnotaEstadoPrevio.
		IF EsRunNum = RunUltimo
			IF EsPasosPlan IS NUMERIC AND EsPasosPlan > ZEROS
				MOVE EsPasosPlan TO PasosPlanPrevio
			END-IF
			IF EsPaso IS NUMERIC AND EsPaso > PasoMaximoPrevio
				MOVE EsPaso TO PasoMaximoPrevio
			END-IF
		END-IF
		MOVE 1 TO IndPaso
		PERFORM UNTIL IndPaso > NPasos
			IF EsRunNum = RunUltimo
			ADD 1 TO IndPaso
		END-PERFORM.

	CalculaPlanPrevio.
		MOVE 1 TO IndPaso
		PERFORM UNTIL IndPaso > NPasos
			IF TplPaso(IndPaso) NOT > PasoMaximoPrevio
				ADD 1 TO PasosPlanPrevio
			END-IF
			ADD 1 TO IndPaso
		END-PERFORM.

	EjecutaPaso.
		IF TplHecho(IndPaso) = "C"
			ADD 1 TO PasosOmitidos
		MOVE HoraInicioPaso TO EsHoraInicio
		MOVE HoraFinPaso TO EsHoraFin
		MOVE PasoRetCode TO EsRetCode
		MOVE NPasos TO EsPasosPlan
		WRITE EstadosDetails
		CLOSE EstadosFile.
