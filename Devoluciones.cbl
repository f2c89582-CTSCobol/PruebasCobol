	IDENTIFICATION DIVISION.
	PROGRAM-ID.  Devoluciones.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT DevolucionFile ASSIGN TO "DEVOLUC.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatDevolucion.

		SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT FactLinFile ASSIGN TO "FACTLIN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFactLin.

		SELECT FactCtlFile ASSIGN TO "FACTCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFactCtl.

		SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRunCtl.

		SELECT MovFile ASSIGN TO "MOVSTK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT AbonosFile ASSIGN TO "ABONOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT ErrDevolFile ASSIGN TO "DEVOLERR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT SortFile ASSIGN TO "DEVOSORT.TMP".

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

	DATA DIVISION.
	FILE SECTION.

	FD DevolucionFile.
	01 DevolucionDetails.
	    88 EndOfDevolucionFile VALUE HIGH-VALUES.
	   02 DvFactura        PIC 9(7).
	   02 DvUserId         PIC X(8).
	   02 DvArtID          PIC 9(7).
	   02 DvAlmId          PIC X(4).
	   02 DvCant           PIC 9(5).
	   02 DvFecha          PIC 9(8).
	   02 DvFechaGrupo REDEFINES DvFecha.
	      03 DvAnio        PIC 9(4).
	      03 DvMes         PIC 9(2).
	      03 DvDia         PIC 9(2).

	FD RegistroFile.
	01 RegistroDetails.
	    88 EndOfRegistroFile VALUE HIGH-VALUES.
	   02 FrNumero        PIC 9(7).
	   02 FrFecha         PIC 9(8).
	   02 FrUserId        PIC X(8).
	   02 FrNeto          PIC 9(13)V99.
	   02 FrIva           PIC 9(11)V99.
	   02 FrTotal         PIC 9(13)V99.
	   02 FrDesglose OCCURS 4.
	      03 FrTasa       PIC 9(2)V99.
	      03 FrBase       PIC 9(13)V99.
	      03 FrCuota      PIC 9(11)V99.
	   02 FrTipo          PIC X.
	      88 FrEsAbono    VALUE "A".
	   02 FrFactOrigen    PIC 9(7).

	FD FactLinFile.
	01 FactLinDetails.
	    88 EndOfFactLinFile VALUE HIGH-VALUES.
	   02 FlNumero        PIC 9(7).
	   02 FlTipo          PIC X.
	      88 FlEsAbono    VALUE "A".
	   02 FlFactOrigen    PIC 9(7).
	   02 FlUserId        PIC X(8).
	   02 FlArtID         PIC 9(7).
	   02 FlCant          PIC 9(5).
	   02 FlPrecio        PIC 9(4)V99.
	   02 FlImporte       PIC 9(13)V99.
	   02 FlTasa          PIC 9(2)V99.

	FD FactCtlFile.
	01 FactCtlRecord.
	   02 FcUltimoNumero  PIC 9(7).

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD RunCtlFile.
	01 RunCtlDetails.
	    88 EndOfRunCtlFile VALUE HIGH-VALUES.
	   02 RcRunNum         PIC 9(5).
	   02 RcFecha          PIC 9(8).
	   02 RcHora           PIC 9(8).
	   02 RcNusr           PIC 9(4).
	   02 RcCasadas        PIC 9(7).
	   02 RcOmitidas       PIC 9(7).
	   02 RcHuerfanas      PIC 9(7).
	   02 RcGranTotal      PIC 9(13)V99.
	   02 RcRetCode        PIC 9(2).

	FD MovFile.
	01 MovDetails.
	   02 MovFecha        PIC 9(8).
	   02 MovRunNum       PIC 9(5).
	   02 MovArtID        PIC X(7).
	   02 MovAlmId        PIC X(4).
	   02 MovTipo         PIC X(2).
	   02 MovCant         PIC 9(5).
	   02 MovAntes        PIC 9(5).
	   02 MovDespues      PIC 9(5).

   	FD AbonosFile.
	01 AbonoLine          PIC X(80).

	FD ErrDevolFile.
	01 ErrDevolLine       PIC X(90).

	SD SortFile.
	01 SortRec.
	   02 SrtFactura      PIC 9(7).
	   02 SrtSeq          PIC 9(7).
	   02 SrtUserId       PIC X(8).
	   02 SrtArtID        PIC 9(7).
	   02 SrtAlmId        PIC X(4).
	   02 SrtCant         PIC 9(5).
	   02 SrtFecha        PIC 9(8).

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
	78 MAX-LINEAS VALUE 9000.
	78 MAX-TASAS-FACT VALUE 4.

	01 StatDevolucion PIC X(02) VALUE SPACES.
	           88 DevIniciado VALUE '00'.
	01 StatRegistro PIC X(02) VALUE SPACES.
	           88 RegIniciado VALUE '00'.
	01 StatFactLin PIC X(02) VALUE SPACES.
	           88 LinIniciado VALUE '00'.
	01 StatFactCtl PIC X(02) VALUE SPACES.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.
	01 StatRunCtl PIC X(02) VALUE SPACES.
	01 StatMov PIC X(02) VALUE SPACES.

	01 FinCtl PIC X VALUE SPACES.
			88 NoHayMasCtl VALUE '1'.

	01 FinRunCtl PIC X VALUE SPACES.
			88 NoHayMasRunCtl VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 RunActual PIC 9(5) VALUE ZEROS.

	01 NFact PIC 9(4) VALUE ZEROS.
	01 TablaFacturas.
	    02 TF OCCURS 0 TO MAX-FACTURAS DEPENDING ON NFact.
			03 TfNumero    PIC 9(7).
			03 TfUserId    PIC X(8).
			03 TfTipo      PIC X.

	01 NLineas PIC 9(4) VALUE ZEROS.
	01 TablaLineas.
	    02 TL OCCURS 0 TO MAX-LINEAS DEPENDING ON NLineas.
			03 TlNumero     PIC 9(7).
			03 TlArtID      PIC 9(7).
			03 TlFacturado  PIC 9(7).
			03 TlDevuelto   PIC 9(7).
			03 TlPrecio     PIC 9(4)V99.
			03 TlTasa       PIC 9(2)V99.

	01 SwFacturaHallada PIC X VALUE SPACES.
			88 FacturaHallada VALUE '1'.

	01 SwLineaHallada PIC X VALUE SPACES.
			88 LineaHallada VALUE '1'.

	01 SwEnAlmacen PIC X VALUE SPACES.
			88 ClaveEnAlmacen VALUE '1'.

	01 SwAbonoAbierto PIC X VALUE SPACES.
			88 AbonoAbierto VALUE '1'.

	01 SwGrupoAbierto PIC X VALUE SPACES.
			88 GrupoAbierto VALUE '1'.

	01 IndFact PIC 9(4).
	01 IndBusFact PIC 9(4).
	01 IndLinea PIC 9(4).
	01 IndBusLinea PIC 9(4).

	01 BuscaNumero PIC 9(7).
	01 BuscaArtID PIC 9(7).

	01 FacturaActual PIC 9(7) VALUE ZEROS.
	01 SecuenciaDev PIC 9(7) VALUE ZEROS.

	01 CantPendiente PIC S9(7).

	01 StockAnterior PIC 9(5).
	01 StockNuevo PIC 9(5).

	01 NumAbono PIC 9(7) VALUE ZEROS.
	01 ImporteLinea PIC 9(13)V99.
	01 TasaLinea PIC 9(2)V99.

	01 SwTasaHallada PIC X VALUE SPACES.
			88 TasaHallada VALUE '1'.

	01 IndTasa PIC 9(2).
	01 IndBusTasa PIC 9(2).

	01 NTasasFact PIC 9(2) VALUE ZEROS.
	01 TasasAbono.
	    02 TSF OCCURS 0 TO MAX-TASAS-FACT DEPENDING ON NTasasFact.
			03 TsfTasa      PIC 9(2)V99.
			03 TsfBase      PIC 9(13)V99.
			03 TsfCuota     PIC 9(11)V99.

	01 SubtotalAbono PIC 9(13)V99.
	01 IvaAbono PIC 9(11)V99.
	01 TotalAbono PIC 9(13)V99.
	01 ImporteNegativo PIC S9(13)V99.

	01 ContadoresDev.
	   02 DevLeidas        PIC 9(7) VALUE ZEROS.
	   02 DevAplicadas     PIC 9(7) VALUE ZEROS.
	   02 DevRechazadas    PIC 9(7) VALUE ZEROS.
	   02 AbonosCount      PIC 9(7) VALUE ZEROS.
	   02 UnidadesDevueltas PIC 9(9) VALUE ZEROS.
	01 TotalAbonado PIC 9(13)V99 VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	   02 WAnio PIC 9(4).
	   02 WMes  PIC 9(2).
	   02 WDia  PIC 9(2).

	01 WHoraSistema PIC 9(8).
	01 WHoraGrupo REDEFINES WHoraSistema.
	   02 WHH PIC 9(2).
	   02 WMM PIC 9(2).
	   02 WSS PIC 9(2).
	   02 WCC PIC 9(2).

	01 FechaEdit PIC X(10) VALUE SPACES.

	01 AbonoCabNum.
	   02 FILLER          PIC X(16) VALUE "ABONO NUMERO..: ".
	   02 AcNumero        PIC Z(6)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 AcFecha         PIC X(10).

	01 AbonoCabOrigen.
	   02 FILLER          PIC X(16) VALUE "FACTURA ORIGEN: ".
	   02 AcFactura       PIC Z(6)9.

	01 AbonoCabCli.
	   02 FILLER          PIC X(9) VALUE "CLIENTE: ".
	   02 AcUserId        PIC X(8).

	01 AbonoCabCols.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(7) VALUE "Cant".
	   02 FILLER          PIC X(10) VALUE "Precio".
	   02 FILLER          PIC X(16) VALUE "Importe".

	01 AbonoDetalle.
	   02 AdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdCant          PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdPrecio        PIC Z(3)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdImporte       PIC -(12)9.99.

	01 AbonoSubtotal.
	   02 FILLER          PIC X(20) VALUE "SUBTOTAL..........: ".
	   02 AsImporte       PIC -(12)9.99.

	01 AbonoBase.
	   02 AbRotulo        PIC X(20) VALUE SPACES.
	   02 AbImporte       PIC -(12)9.99.

	01 AbonoIva.
	   02 AiRotulo        PIC X(20) VALUE SPACES.
	   02 AiImporte       PIC -(12)9.99.

	01 TasaEd PIC Z9.99.

	01 AbonoTotal.
	   02 FILLER          PIC X(20) VALUE "TOTAL ABONO.......: ".
	   02 AtImporte       PIC -(12)9.99.

	01 ErrDevolDetalle.
	   02 EdFactura       PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EdUserId        PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EdCant          PIC X(5).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EdMotivo        PIC X(40).

	PROCEDURE DIVISION.
		OPEN INPUT DevolucionFile.
		OPEN I-O AlmacenesFile.
		OPEN OUTPUT AbonosFile, ErrDevolFile.

		IF NOT DevIniciado
			DISPLAY "ABEND Devoluciones - ERROR APERTURA DEVOLUC.DAT, STATUS " StatDevolucion
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT AlmIniciado
			DISPLAY "ABEND Devoluciones - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM CargaFacturas
		PERFORM CargaLineas
		PERFORM LeeControlFacturas
		PERFORM LeeRunCtl
		PERFORM LeePeriodos

		OPEN EXTEND RegistroFile
		IF StatRegistro = "35"
			OPEN OUTPUT RegistroFile
		END-IF
		OPEN EXTEND FactLinFile
		IF StatFactLin = "35"
			OPEN OUTPUT FactLinFile
		END-IF
		OPEN EXTEND MovFile
		IF StatMov = "35"
			OPEN OUTPUT MovFile
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO FechaEdit

		SORT SortFile
			ON ASCENDING KEY SrtFactura SrtSeq
			INPUT PROCEDURE IS LiberaDevoluciones
			OUTPUT PROCEDURE IS ProcesaDevoluciones

		CLOSE DevolucionFile, AlmacenesFile, RegistroFile, FactLinFile
		CLOSE MovFile, AbonosFile, ErrDevolFile

		DISPLAY "Devoluciones - LEIDAS: " DevLeidas
			" APLICADAS: " DevAplicadas
			" RECHAZADAS: " DevRechazadas
			" ABONOS: " AbonosCount
			" UNIDADES: " UnidadesDevueltas
			" IMPORTE NETO: " TotalAbonado

		STOP RUN.

	CargaFacturas.
		OPEN INPUT RegistroFile
		IF StatRegistro = "35"
			CONTINUE
		ELSE
			IF NOT RegIniciado
				DISPLAY "ABEND Devoluciones - ERROR APERTURA FACTREG.DAT, STATUS " StatRegistro
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				IF NFact = MAX-FACTURAS
					DISPLAY "ABEND Devoluciones - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NFact
				MOVE FrNumero TO TfNumero(NFact)
				MOVE FrUserId TO TfUserId(NFact)
				MOVE FrTipo TO TfTipo(NFact)
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF.

	CargaLineas.
		OPEN INPUT FactLinFile
		IF StatFactLin = "35"
			CONTINUE
		ELSE
			IF NOT LinIniciado
				DISPLAY "ABEND Devoluciones - ERROR APERTURA FACTLIN.DAT, STATUS " StatFactLin
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ FactLinFile
				AT END SET EndOfFactLinFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfFactLinFile
				IF FlEsAbono
					MOVE FlFactOrigen TO BuscaNumero
				ELSE
					MOVE FlNumero TO BuscaNumero
				END-IF
				MOVE FlArtID TO BuscaArtID
				PERFORM BuscaLinea
				IF FlEsAbono
					IF LineaHallada
						ADD FlCant TO TlDevuelto(IndLinea)
					ELSE
						DISPLAY "ADVERTENCIA Devoluciones - ABONO " FlNumero " SOBRE LINEA NO FACTURADA " FlFactOrigen " " FlArtID
					END-IF
				ELSE
					IF LineaHallada
						ADD FlCant TO TlFacturado(IndLinea)
					ELSE
						PERFORM BuscaFactura
						IF NOT FacturaHallada
							PERFORM AltaFacturaArchivada
						END-IF
						IF NLineas = MAX-LINEAS
							DISPLAY "ABEND Devoluciones - FACTLIN.DAT TIENE MAS DE " MAX-LINEAS " LINEAS DISTINTAS"
							MOVE 16 TO RETURN-CODE
							STOP RUN
						END-IF
						ADD 1 TO NLineas
						MOVE FlNumero TO TlNumero(NLineas)
						MOVE FlArtID TO TlArtID(NLineas)
						MOVE FlCant TO TlFacturado(NLineas)
						MOVE ZEROS TO TlDevuelto(NLineas)
						MOVE FlPrecio TO TlPrecio(NLineas)
						MOVE FlTasa TO TlTasa(NLineas)
					END-IF
				END-IF
				READ FactLinFile
					AT END SET EndOfFactLinFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE FactLinFile
		END-IF.

	AltaFacturaArchivada.
		IF NFact = MAX-FACTURAS
			DISPLAY "ABEND Devoluciones - FACTREG.DAT Y FACTLIN.DAT TIENEN MAS DE " MAX-FACTURAS " FACTURAS"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO NFact
		MOVE FlNumero TO TfNumero(NFact)
		MOVE FlUserId TO TfUserId(NFact)
		MOVE "F" TO TfTipo(NFact).

	LeeControlFacturas.
		MOVE ZEROS TO NumAbono
		MOVE SPACES TO FinCtl
		OPEN INPUT FactCtlFile
		IF StatFactCtl = "35"
			CONTINUE
		ELSE
			READ FactCtlFile
				AT END SET NoHayMasCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasCtl
				MOVE FcUltimoNumero TO NumAbono
				READ FactCtlFile
					AT END SET NoHayMasCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE FactCtlFile
		END-IF.

	GrabaControlFacturas.
		OPEN OUTPUT FactCtlFile
		MOVE NumAbono TO FcUltimoNumero
		WRITE FactCtlRecord
		CLOSE FactCtlFile.

	LeeRunCtl.
		MOVE SPACES TO FinRunCtl
		OPEN INPUT RunCtlFile
		IF StatRunCtl = "35"
			CONTINUE
		ELSE
			READ RunCtlFile
				AT END SET NoHayMasRunCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasRunCtl
				MOVE RcRunNum TO RunActual
				READ RunCtlFile
					AT END SET NoHayMasRunCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE RunCtlFile
		END-IF.

	LiberaDevoluciones.
		READ DevolucionFile
			AT END SET EndOfDevolucionFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfDevolucionFile

			ADD 1 TO DevLeidas
			IF DvFactura IS NOT NUMERIC OR DvArtID IS NOT NUMERIC
				MOVE "FACTURA O ARTID NO NUMERICO" TO EdMotivo
				PERFORM EscribeRechazoEntrada
			ELSE
				IF DvCant IS NOT NUMERIC OR DvCant = ZEROS
					MOVE "CANTIDAD NO NUMERICA O CERO" TO EdMotivo
					PERFORM EscribeRechazoEntrada
				ELSE
					IF DvFecha IS NOT NUMERIC
					OR DvMes < 01 OR DvMes > 12
					OR DvDia < 01 OR DvDia > 31
						MOVE "FECHA DE DEVOLUCION INVALIDA" TO EdMotivo
						PERFORM EscribeRechazoEntrada
					ELSE
						IF DvFecha NOT > FechaLimiteCierre
							MOVE "FECHA EN PERIODO CERRADO" TO EdMotivo
							PERFORM EscribeRechazoEntrada
						ELSE
							ADD 1 TO SecuenciaDev
							MOVE DvFactura TO SrtFactura
							MOVE SecuenciaDev TO SrtSeq
							MOVE DvUserId TO SrtUserId
							MOVE DvArtID TO SrtArtID
							MOVE DvAlmId TO SrtAlmId
							MOVE DvCant TO SrtCant
							MOVE DvFecha TO SrtFecha
							RELEASE SortRec
						END-IF
					END-IF
				END-IF
			END-IF

			READ DevolucionFile
				AT END SET EndOfDevolucionFile TO TRUE
			END-READ

		END-PERFORM.

	ProcesaDevoluciones.
		MOVE SPACES TO SwGrupoAbierto
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF NOT GrupoAbierto OR SrtFactura NOT = FacturaActual
				IF GrupoAbierto AND AbonoAbierto
					PERFORM CierraAbono
				END-IF
				MOVE SrtFactura TO FacturaActual
				MOVE SPACES TO SwAbonoAbierto
				MOVE ZEROS TO SubtotalAbono
				MOVE ZEROS TO NTasasFact
				MOVE FacturaActual TO BuscaNumero
				PERFORM BuscaFactura
				SET GrupoAbierto TO TRUE
			END-IF

			PERFORM ValidaDevolucion

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF GrupoAbierto AND AbonoAbierto
			PERFORM CierraAbono
		END-IF.

	ValidaDevolucion.
		IF NOT FacturaHallada
			MOVE "FACTURA ORIGEN NO EXISTE EN FACTREG" TO EdMotivo
			PERFORM EscribeRechazo
		ELSE
			IF TfTipo(IndFact) = "A"
				MOVE "DOCUMENTO ORIGEN ES UN ABONO" TO EdMotivo
				PERFORM EscribeRechazo
			ELSE
				IF TfUserId(IndFact) NOT = SrtUserId
					MOVE "USUARIO NO COINCIDE CON FACTURA" TO EdMotivo
					PERFORM EscribeRechazo
				ELSE
					MOVE SrtFactura TO BuscaNumero
					MOVE SrtArtID TO BuscaArtID
					PERFORM BuscaLinea
					IF NOT LineaHallada
						MOVE "ARTICULO NO FACTURADO EN LA FACTURA" TO EdMotivo
						PERFORM EscribeRechazo
					ELSE
						COMPUTE CantPendiente =
							TlFacturado(IndLinea) - TlDevuelto(IndLinea)
						IF SrtCant > CantPendiente
							MOVE "DEVOLUCION SUPERA LO FACTURADO" TO EdMotivo
							PERFORM EscribeRechazo
						ELSE
							PERFORM PostDevolucion
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	BuscaFactura.
		MOVE SPACES TO SwFacturaHallada
		MOVE ZEROS TO IndFact
		MOVE 1 TO IndBusFact
		PERFORM UNTIL IndBusFact > NFact OR FacturaHallada
			IF TfNumero(IndBusFact) = BuscaNumero
				SET FacturaHallada TO TRUE
				MOVE IndBusFact TO IndFact
			END-IF
			ADD 1 TO IndBusFact
		END-PERFORM.

	BuscaLinea.
		MOVE SPACES TO SwLineaHallada
		MOVE ZEROS TO IndLinea
		MOVE 1 TO IndBusLinea
		PERFORM UNTIL IndBusLinea > NLineas OR LineaHallada
			IF TlNumero(IndBusLinea) = BuscaNumero
			AND TlArtID(IndBusLinea) = BuscaArtID
				SET LineaHallada TO TRUE
				MOVE IndBusLinea TO IndLinea
			END-IF
			ADD 1 TO IndBusLinea
		END-PERFORM.

	PostDevolucion.
		MOVE SPACES TO SwEnAlmacen
		MOVE SrtArtID TO ArtAlID
		MOVE SrtAlmId TO AlmId
		READ AlmacenesFile KEY IS AlmKey
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET ClaveEnAlmacen TO TRUE
		END-READ

		IF NOT ClaveEnAlmacen
			MOVE "CLAVE ARTICULO/ALMACEN NO EXISTE EN ALM" TO EdMotivo
			PERFORM EscribeRechazo
		ELSE
			MOVE CantDisponible TO StockAnterior
			ADD SrtCant TO CantDisponible
				ON SIZE ERROR
					DISPLAY "ABEND Devoluciones - DESBORDAMIENTO DE STOCK PARA CLAVE " ArtAlID AlmId
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-ADD
			MOVE CantDisponible TO StockNuevo
			REWRITE AlmacenesDetails
				INVALID KEY
					DISPLAY "ABEND Devoluciones - ERROR REWRITE ALM.DAT, CLAVE " ArtAlID AlmId ", STATUS " StatAlmacenes
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-REWRITE
			MOVE ArtAlID TO MovArtID
			MOVE AlmId TO MovAlmId
			MOVE "DV" TO MovTipo
			MOVE SrtCant TO MovCant
			MOVE StockAnterior TO MovAntes
			MOVE StockNuevo TO MovDespues
			PERFORM EscribeMovimiento

			ADD SrtCant TO TlDevuelto(IndLinea)
			IF NOT AbonoAbierto
				PERFORM AbreAbono
			END-IF
			PERFORM EscribeLineaAbono

			ADD 1 TO DevAplicadas
			ADD SrtCant TO UnidadesDevueltas
		END-IF.

	AbreAbono.
		ADD 1 TO NumAbono
			ON SIZE ERROR
				DISPLAY "ABEND Devoluciones - NUMERACION DE FACTURAS AGOTADA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-ADD

		MOVE SPACES TO AbonoLine
		WRITE AbonoLine
		MOVE NumAbono TO AcNumero
		MOVE FechaEdit TO AcFecha
		WRITE AbonoLine FROM AbonoCabNum
		MOVE FacturaActual TO AcFactura
		WRITE AbonoLine FROM AbonoCabOrigen
		MOVE SrtUserId TO AcUserId
		WRITE AbonoLine FROM AbonoCabCli
		WRITE AbonoLine FROM AbonoCabCols
		SET AbonoAbierto TO TRUE.

	EscribeLineaAbono.
		COMPUTE ImporteLinea = SrtCant * TlPrecio(IndLinea)
		MOVE TlTasa(IndLinea) TO TasaLinea

		MOVE SrtArtID TO AdArtID
		MOVE SrtAlmId TO AdAlmId
		MOVE SrtCant TO AdCant
		MOVE TlPrecio(IndLinea) TO AdPrecio
		COMPUTE ImporteNegativo = 0 - ImporteLinea
		MOVE ImporteNegativo TO AdImporte
		WRITE AbonoLine FROM AbonoDetalle

		MOVE NumAbono TO FlNumero
		MOVE "A" TO FlTipo
		MOVE FacturaActual TO FlFactOrigen
		MOVE SrtUserId TO FlUserId
		MOVE SrtArtID TO FlArtID
		MOVE SrtCant TO FlCant
		MOVE TlPrecio(IndLinea) TO FlPrecio
		MOVE ImporteLinea TO FlImporte
		MOVE TasaLinea TO FlTasa
		WRITE FactLinDetails

		ADD ImporteLinea TO SubtotalAbono
		PERFORM ClasificaIvaLinea.

	ClasificaIvaLinea.
		MOVE SPACES TO SwTasaHallada
		MOVE ZEROS TO IndTasa
		MOVE 1 TO IndBusTasa
		PERFORM UNTIL IndBusTasa > NTasasFact OR TasaHallada
			IF TsfTasa(IndBusTasa) = TasaLinea
				SET TasaHallada TO TRUE
				MOVE IndBusTasa TO IndTasa
			END-IF
			ADD 1 TO IndBusTasa
		END-PERFORM
		IF TasaHallada
			ADD ImporteLinea TO TsfBase(IndTasa)
		ELSE
			IF NTasasFact = MAX-TASAS-FACT
				DISPLAY "ABEND Devoluciones - ABONO " NumAbono " CON MAS DE " MAX-TASAS-FACT " TIPOS DE IVA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NTasasFact
			MOVE TasaLinea TO TsfTasa(NTasasFact)
			MOVE ImporteLinea TO TsfBase(NTasasFact)
			MOVE ZEROS TO TsfCuota(NTasasFact)
		END-IF.

	CierraAbono.
		MOVE ZEROS TO IvaAbono
		MOVE 1 TO IndTasa
		PERFORM UNTIL IndTasa > NTasasFact
			COMPUTE TsfCuota(IndTasa) ROUNDED =
				TsfBase(IndTasa) * TsfTasa(IndTasa) / 100
			ADD TsfCuota(IndTasa) TO IvaAbono
			ADD 1 TO IndTasa
		END-PERFORM
		COMPUTE TotalAbono = SubtotalAbono + IvaAbono

		COMPUTE ImporteNegativo = 0 - SubtotalAbono
		MOVE ImporteNegativo TO AsImporte
		WRITE AbonoLine FROM AbonoSubtotal

		MOVE 1 TO IndTasa
		PERFORM UNTIL IndTasa > NTasasFact
			MOVE TsfTasa(IndTasa) TO TasaEd
			MOVE SPACES TO AbRotulo
			STRING "BASE IVA " TasaEd " %: "
				DELIMITED BY SIZE INTO AbRotulo
			COMPUTE ImporteNegativo = 0 - TsfBase(IndTasa)
			MOVE ImporteNegativo TO AbImporte
			WRITE AbonoLine FROM AbonoBase
			MOVE SPACES TO AiRotulo
			STRING "CUOTA IVA " TasaEd " %: "
				DELIMITED BY SIZE INTO AiRotulo
			COMPUTE ImporteNegativo = 0 - TsfCuota(IndTasa)
			MOVE ImporteNegativo TO AiImporte
			WRITE AbonoLine FROM AbonoIva
			ADD 1 TO IndTasa
		END-PERFORM

		COMPUTE ImporteNegativo = 0 - TotalAbono
		MOVE ImporteNegativo TO AtImporte
		WRITE AbonoLine FROM AbonoTotal

		MOVE NumAbono TO FrNumero
		MOVE WFechaSistema TO FrFecha
		MOVE TfUserId(IndFact) TO FrUserId
		MOVE SubtotalAbono TO FrNeto
		MOVE IvaAbono TO FrIva
		MOVE TotalAbono TO FrTotal
		MOVE 1 TO IndTasa
		PERFORM UNTIL IndTasa > MAX-TASAS-FACT
			MOVE ZEROS TO FrTasa(IndTasa)
			MOVE ZEROS TO FrBase(IndTasa)
			MOVE ZEROS TO FrCuota(IndTasa)
			ADD 1 TO IndTasa
		END-PERFORM
		MOVE 1 TO IndTasa
		PERFORM UNTIL IndTasa > NTasasFact
			MOVE TsfTasa(IndTasa) TO FrTasa(IndTasa)
			MOVE TsfBase(IndTasa) TO FrBase(IndTasa)
			MOVE TsfCuota(IndTasa) TO FrCuota(IndTasa)
			ADD 1 TO IndTasa
		END-PERFORM
		MOVE "A" TO FrTipo
		MOVE FacturaActual TO FrFactOrigen
		WRITE RegistroDetails
		PERFORM GrabaControlFacturas

		ADD SubtotalAbono TO TotalAbonado
		ADD 1 TO AbonosCount.

	EscribeMovimiento.
		MOVE WFechaSistema TO MovFecha
		MOVE RunActual TO MovRunNum
		WRITE MovDetails.

	EscribeRechazoEntrada.
		MOVE DvFactura TO EdFactura
		MOVE DvUserId TO EdUserId
		MOVE DvArtID TO EdArtID
		MOVE DvAlmId TO EdAlmId
		MOVE DvCant TO EdCant
		WRITE ErrDevolLine FROM ErrDevolDetalle
		ADD 1 TO DevRechazadas.

	EscribeRechazo.
		MOVE SrtFactura TO EdFactura
		MOVE SrtUserId TO EdUserId
		MOVE SrtArtID TO EdArtID
		MOVE SrtAlmId TO EdAlmId
		MOVE SrtCant TO EdCant
		WRITE ErrDevolLine FROM ErrDevolDetalle
		ADD 1 TO DevRechazadas.

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
