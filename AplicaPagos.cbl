		SELECT AgingFile ASSIGN TO "AGING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

	DATA DIVISION.
	FILE SECTION.

	      03 FrTasa       PIC 9(2)V99.
	      03 FrBase       PIC 9(13)V99.
	      03 FrCuota      PIC 9(11)V99.
	   02 FrTipo          PIC X.
	      88 FrEsAbono    VALUE "A".
	   02 FrFactOrigen    PIC 9(7).

	FD CobrosFile.
	01 CobrosDetails.
   	FD AgingFile.
	01 AgingLine          PIC X(110).

	FD PeriodosFile.
	01 PeriodosDetails.
	    88 EndOfPeriodosFile VALUE HIGH-VALUES.
	   02 PeAnioMes        PIC 9(6).
	   02 PeAccion         PIC X.
	   02 PeCerradoHasta   PIC 9(6).
	   02 PeFecha          PIC 9(8).
	   02 PeHora           PIC 9(8).
	   02 PeOperador       PIC X(8).
	   02 PeMotivo         PIC X(30).


	WORKING-STORAGE SECTION.

	01 StatPeriodos PIC X(02) VALUE SPACES.
	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.
	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 FechaLimiteCierre PIC 9(8) VALUE ZEROS.

	78 MAX-FACTURAS VALUE 9000.

	01 StatPagos PIC X(02) VALUE SPACES.
			03 TbUserId    PIC X(8).
			03 TbTotal     PIC 9(13)V99.
			03 TbCobrado   PIC 9(13)V99.
			03 TbAbonado   PIC 9(13)V99.
			03 TbTipo      PIC X.
			   88 TbEsAbono VALUE "A".

	01 SwFacturaHallada PIC X VALUE SPACES.
			88 FacturaHallada VALUE '1'.

	01 IndFact PIC 9(4).
	01 FacturaBuscada PIC 9(7).

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.
	   02 PagosAplicados   PIC 9(7) VALUE ZEROS.
	   02 PagosRechazados  PIC 9(7) VALUE ZEROS.
	   02 SobrepagosCount  PIC 9(7) VALUE ZEROS.
	   02 AbonosCargados   PIC 9(7) VALUE ZEROS.
	   02 AbonosSinFactura PIC 9(7) VALUE ZEROS.

	01 ImporteAplicado PIC 9(13)V99 VALUE ZEROS.

		MOVE PrnFecha TO AgFecha
		MOVE PrnHora TO AgHora

		PERFORM LeePeriodos
		PERFORM CargaFacturas
		PERFORM CargaCobros

			" APLICADOS: " PagosAplicados
			" RECHAZADOS: " PagosRechazados
			" SOBREPAGOS: " SobrepagosCount
			" ABONOS: " AbonosCargados
			" A CUENTA: " AbonosSinFactura
			" IMPORTE: " ImporteAplicado

		STOP RUN.
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				IF FrEsAbono
					PERFORM CargaAbono
				ELSE
					IF NFact = MAX-FACTURAS
						DISPLAY "ABEND AplicaPagos - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " REGISTROS"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					ADD 1 TO NFact
					MOVE FrNumero TO TbNumero(NFact)
					MOVE FrFecha TO TbFecha(NFact)
					MOVE FrUserId TO TbUserId(NFact)
					MOVE FrTotal TO TbTotal(NFact)
					MOVE ZEROS TO TbCobrado(NFact)
					MOVE ZEROS TO TbAbonado(NFact)
					MOVE SPACE TO TbTipo(NFact)
				END-IF
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			CLOSE RegistroFile
		END-IF.

	CargaAbono.
		MOVE FrFactOrigen TO FacturaBuscada
		PERFORM BuscaFactura
		IF FacturaHallada
			ADD FrTotal TO TbAbonado(IndFact)
			ADD 1 TO AbonosCargados
		ELSE
			PERFORM CargaAbonoACuenta
		END-IF.

	CargaAbonoACuenta.
		IF NFact = MAX-FACTURAS
			DISPLAY "ABEND AplicaPagos - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " REGISTROS"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO NFact
		MOVE FrNumero TO TbNumero(NFact)
		MOVE FrFecha TO TbFecha(NFact)
		MOVE FrUserId TO TbUserId(NFact)
		MOVE ZEROS TO TbTotal(NFact)
		MOVE ZEROS TO TbCobrado(NFact)
		MOVE FrTotal TO TbAbonado(NFact)
		MOVE "A" TO TbTipo(NFact)
		ADD 1 TO AbonosSinFactura.

	CargaCobros.
		OPEN INPUT CobrosFile
		IF StatCobros = "35"
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				MOVE CbFactura TO FacturaBuscada
				PERFORM BuscaFactura
				IF FacturaHallada
					ADD CbImporte TO TbCobrado(IndFact)
		MOVE ZEROS TO IndFact
		SET IB TO 1
		SEARCH TB
			WHEN TbNumero(IB) = FacturaBuscada
				SET FacturaHallada TO TRUE
				SET IndFact TO IB
		END-SEARCH.
			MOVE "PAGO CON CAMPOS NO NUMERICOS" TO EpMotivo
			PERFORM EscribeRechazoPago
		ELSE
			IF PgFecha NOT > FechaLimiteCierre
				MOVE "FECHA EN PERIODO CERRADO" TO EpMotivo
				PERFORM EscribeRechazoPago
			ELSE
				MOVE PgFactura TO FacturaBuscada
				PERFORM BuscaFactura
				IF NOT FacturaHallada
					MOVE "FACTURA NO EXISTE EN REGISTRO" TO EpMotivo
					PERFORM EscribeRechazoPago
				ELSE
					IF TbEsAbono(IndFact)
						MOVE "NUMERO CORRESPONDE A UN ABONO" TO EpMotivo
						PERFORM EscribeRechazoPago
					ELSE
						IF TbUserId(IndFact) NOT = PgUserId
							MOVE "USUARIO NO COINCIDE CON FACTURA" TO EpMotivo
							PERFORM EscribeRechazoPago
						ELSE
							PERFORM RegistraCobro
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.
	RegistraCobro.
		ADD PgImporte TO TbCobrado(IndFact)
		COMPUTE SaldoFactura =
			TbTotal(IndFact) - TbCobrado(IndFact) - TbAbonado(IndFact)

		MOVE PgFactura TO CbFactura
		MOVE PgFecha TO CbFecha
		PERFORM UNTIL IndFact > NFact
			COMPUTE SaldoFactura =
				TbTotal(IndFact) - TbCobrado(IndFact)
				- TbAbonado(IndFact)
			IF SaldoFactura NOT = ZEROS
				MOVE TbUserId(IndFact) TO SrtUserId
				MOVE TbFecha(IndFact) TO SrtFecha
		MOVE UsrDias90 TO AdDias90
		MOVE UsrTotal TO AdTotal
		WRITE AgingLine FROM AgingDetalle.

	LeePeriodos.
		MOVE SPACES TO FinPeriodos
		OPEN INPUT PeriodosFile
		IF StatPeriodos = "35"
			CONTINUE
		ELSE
			READ PeriodosFile
				AT END SET NoHayMasPeriodos TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasPeriodos
				MOVE PeCerradoHasta TO CerradoHasta
				READ PeriodosFile
					AT END SET NoHayMasPeriodos TO TRUE
				END-READ
			END-PERFORM
			CLOSE PeriodosFile
		END-IF
		COMPUTE FechaLimiteCierre = CerradoHasta * 100 + 99.
