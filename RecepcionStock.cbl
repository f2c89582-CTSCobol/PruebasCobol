		SELECT ErrRecepFile ASSIGN TO "RECEPERR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT PedCompFile ASSIGN TO "PEDCOMP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPedComp.

		SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRunCtl.
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

	DATA DIVISION.
	FILE SECTION.

	      03 RcpAnio       PIC 9(4).
	      03 RcpMes        PIC 9(2).
	      03 RcpDia        PIC 9(2).
	   02 RcpPedido        PIC 9(7).
	   02 RcpProvId        PIC X(6).
	   02 RcpCoste         PIC 9(4)V99.

	FD AlmacenesFile.
	01 AlmacenesDetails.
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD MaestroArtFile.
	01 MaestroArtDetails.
	   02 MaeCategoria    PIC X(10).
	   02 MaeUnidad       PIC X(3).

	FD PedCompFile.
	01 PedCompDetails.
	    88 EndOfPedCompFile VALUE HIGH-VALUES.
	   02 PcPedido        PIC 9(7).
	   02 PcLinea         PIC 9(3).
	   02 PcProvId        PIC X(6).
	   02 PcFechaPedido   PIC 9(8).
	   02 PcPlazo         PIC 9(3).
	   02 PcArtID         PIC 9(7).
	   02 PcAlmId         PIC X(4).
	   02 PcCantPedida    PIC 9(5).
	   02 PcCantRecibida  PIC 9(5).
	   02 PcEstado        PIC X.

   	FD RegRecepFile.
	01 RegRecepLine       PIC X(90).

	FD ErrRecepFile.
	01 ErrRecepLine       PIC X(80).
	   02 MovAntes        PIC 9(5).
	   02 MovDespues      PIC 9(5).

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

	01 StatRecepcion PIC X(02) VALUE SPACES.
	           88 RcpIniciado VALUE '00'.


	01 StockAnterior PIC 9(5).
	01 StockNuevo PIC 9(5).
	01 CosteNuevo PIC 9(4)V9(4).

	01 StatRunCtl PIC X(02) VALUE SPACES.


	01 StatMov PIC X(02) VALUE SPACES.

	78 MAX-LINEAS-PEDIDO VALUE 9000.

	01 StatPedComp PIC X(02) VALUE SPACES.
	           88 PedIniciado VALUE '00'.

	01 NLinPed PIC 9(4) VALUE ZEROS.
	01 TablaPedidos.
	    02 TPC OCCURS 0 TO MAX-LINEAS-PEDIDO DEPENDING ON NLinPed.
			03 TpcPedido       PIC 9(7).
			03 TpcLinea        PIC 9(3).
			03 TpcProvId       PIC X(6).
			03 TpcFechaPedido  PIC 9(8).
			03 TpcPlazo        PIC 9(3).
			03 TpcArtID        PIC 9(7).
			03 TpcAlmId        PIC X(4).
			03 TpcCantPedida   PIC 9(5).
			03 TpcCantRecibida PIC 9(5).
			03 TpcEstado       PIC X.

	01 SwPedidoHallado PIC X VALUE SPACES.
			88 PedidoHallado VALUE '1'.

	01 SwLineaPedHallada PIC X VALUE SPACES.
			88 LineaPedidoHallada VALUE '1'.

	01 IndLinPed PIC 9(4).
	01 IndBusPed PIC 9(4).
	01 ProvPedido PIC X(6).
	01 PendientePedido PIC S9(6).

	01 ContadoresRecep.
	   02 RecepLeidas      PIC 9(7) VALUE ZEROS.
	   02 RecepAplicadas   PIC 9(7) VALUE ZEROS.
	   02 RecepRechazadas  PIC 9(7) VALUE ZEROS.
	   02 UnidadesRecibidas PIC 9(9) VALUE ZEROS.
	   02 LineasPedidoCerradas PIC 9(7) VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	   02 FILLER          PIC X(12) VALUE "Albaran".
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(8) VALUE "Antes".
	   02 FILLER          PIC X(7) VALUE "Despues".
	   02 FILLER          PIC X(9) VALUE "Pedido".
	   02 FILLER          PIC X(10) VALUE "Estado".
	   02 FILLER          PIC X(9) VALUE "CosteMed".

	01 RegRecepDetalle.
	   02 RgArtID         PIC 9(7).
	   02 RgAntes         PIC Z(4)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 RgDespues       PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 RgPedido        PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 RgEstadoLinea   PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 RgCosteMedio    PIC Z(3)9.9999.

	01 RegRecepResumen.
	   02 FILLER          PIC X(30) VALUE
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ErAlbaran       PIC X(10).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ErPedido        PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ErMotivo        PIC X(40).

	PROCEDURE DIVISION.
		END-IF

		PERFORM LeeRunCtl
		PERFORM LeePeriodos
		PERFORM CargaPedidos

		OPEN EXTEND MovFile
		IF StatMov = "35"
		CLOSE RecepcionFile, MaestroArtFile, AlmacenesFile
		CLOSE RegRecepFile, ErrRecepFile, MovFile

		PERFORM GrabaPedidos

		DISPLAY "RecepcionStock - LEIDAS: " RecepLeidas
			" APLICADAS: " RecepAplicadas
			" RECHAZADAS: " RecepRechazadas
			" UNIDADES: " UnidadesRecibidas
			" LINEAS PEDIDO CERRADAS: " LineasPedidoCerradas

		STOP RUN.

				MOVE "CANTIDAD NO NUMERICA O CERO" TO ErMotivo
				PERFORM EscribeRechazo
			ELSE
				IF RcpCoste IS NOT NUMERIC OR RcpCoste = ZEROS
					MOVE "COSTE UNITARIO NO NUMERICO O CERO" TO ErMotivo
					PERFORM EscribeRechazo
				ELSE
					IF RcpFecha IS NOT NUMERIC
					OR RcpMes < 01 OR RcpMes > 12
					OR RcpDia < 01 OR RcpDia > 31
						MOVE "FECHA DE ENTREGA INVALIDA" TO ErMotivo
						PERFORM EscribeRechazo
					ELSE
						IF RcpFecha NOT > FechaLimiteCierre
							MOVE "FECHA EN PERIODO CERRADO" TO ErMotivo
							PERFORM EscribeRechazo
						ELSE
							PERFORM BuscaMaestroArticulo
							IF NOT ArticuloEnMaestro
								MOVE "ARTICULO NO ESTA EN MAESTRO" TO ErMotivo
								PERFORM EscribeRechazo
							ELSE
								PERFORM ValidaPedido
							END-IF
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	ValidaPedido.
		MOVE SPACES TO SwPedidoHallado
		MOVE SPACES TO SwLineaPedHallada
		MOVE ZEROS TO IndLinPed
		IF RcpPedido IS NUMERIC
			MOVE 1 TO IndBusPed
			PERFORM UNTIL IndBusPed > NLinPed OR LineaPedidoHallada
				IF TpcPedido(IndBusPed) = RcpPedido
					SET PedidoHallado TO TRUE
					MOVE TpcProvId(IndBusPed) TO ProvPedido
					IF TpcArtID(IndBusPed) = RcpArtID
					AND TpcAlmId(IndBusPed) = RcpAlmId
						SET LineaPedidoHallada TO TRUE
						MOVE IndBusPed TO IndLinPed
					END-IF
				END-IF
				ADD 1 TO IndBusPed
			END-PERFORM
		END-IF

		IF NOT PedidoHallado
			MOVE "PEDIDO DE COMPRA DESCONOCIDO" TO ErMotivo
			PERFORM EscribeRechazo
		ELSE
			IF RcpProvId NOT = ProvPedido
				MOVE "PROVEEDOR NO COINCIDE CON EL PEDIDO" TO ErMotivo
				PERFORM EscribeRechazo
			ELSE
				IF NOT LineaPedidoHallada
					MOVE "ARTICULO/ALMACEN NO FIGURA EN EL PEDIDO" TO ErMotivo
					PERFORM EscribeRechazo
				ELSE
					COMPUTE PendientePedido = TpcCantPedida(IndLinPed)
						- TpcCantRecibida(IndLinPed)
					IF TpcEstado(IndLinPed) NOT = "A"
					OR RcpCant > PendientePedido
						MOVE "RECEPCION SUPERA LO PENDIENTE DEL PEDIDO" TO ErMotivo
						PERFORM EscribeRechazo
					ELSE
						PERFORM PostRecepcion
			PERFORM EscribeRechazo
		ELSE
			MOVE CantDisponible TO StockAnterior
			COMPUTE CosteNuevo ROUNDED =
				(CantDisponible * CosteMedio + RcpCant * RcpCoste)
				/ (CantDisponible + RcpCant)
			ADD RcpCant TO CantDisponible
				ON SIZE ERROR
					DISPLAY "ABEND RecepcionStock - DESBORDAMIENTO DE STOCK PARA CLAVE " ArtAlID AlmId
					STOP RUN
			END-ADD
			MOVE CantDisponible TO StockNuevo
			MOVE CosteNuevo TO CosteMedio
			REWRITE AlmacenesDetails
				INVALID KEY
					DISPLAY "ABEND RecepcionStock - ERROR REWRITE ALM.DAT, CLAVE " ArtAlID AlmId ", STATUS " StatAlmacenes
			MOVE StockAnterior TO MovAntes
			MOVE StockNuevo TO MovDespues
			PERFORM EscribeMovimiento
			ADD RcpCant TO TpcCantRecibida(IndLinPed)
			IF TpcCantRecibida(IndLinPed) NOT < TpcCantPedida(IndLinPed)
				MOVE "C" TO TpcEstado(IndLinPed)
				MOVE "COMPLETA" TO RgEstadoLinea
				ADD 1 TO LineasPedidoCerradas
			ELSE
				MOVE "PARCIAL " TO RgEstadoLinea
			END-IF
			PERFORM EscribeRegistro
			ADD 1 TO RecepAplicadas
			ADD RcpCant TO UnidadesRecibidas
		END-IF.

	CargaPedidos.
		OPEN INPUT PedCompFile
		IF StatPedComp = "35"
			CONTINUE
		ELSE
			IF NOT PedIniciado
				DISPLAY "ABEND RecepcionStock - ERROR APERTURA PEDCOMP.DAT, STATUS " StatPedComp
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ PedCompFile
				AT END SET EndOfPedCompFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfPedCompFile
				IF NLinPed = MAX-LINEAS-PEDIDO
					DISPLAY "ABEND RecepcionStock - PEDCOMP.DAT TIENE MAS DE " MAX-LINEAS-PEDIDO " LINEAS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NLinPed
				MOVE PcPedido TO TpcPedido(NLinPed)
				MOVE PcLinea TO TpcLinea(NLinPed)
				MOVE PcProvId TO TpcProvId(NLinPed)
				MOVE PcFechaPedido TO TpcFechaPedido(NLinPed)
				MOVE PcPlazo TO TpcPlazo(NLinPed)
				MOVE PcArtID TO TpcArtID(NLinPed)
				MOVE PcAlmId TO TpcAlmId(NLinPed)
				MOVE PcCantPedida TO TpcCantPedida(NLinPed)
				MOVE PcCantRecibida TO TpcCantRecibida(NLinPed)
				MOVE PcEstado TO TpcEstado(NLinPed)
				READ PedCompFile
					AT END SET EndOfPedCompFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE PedCompFile
		END-IF.

	GrabaPedidos.
		IF NLinPed > ZEROS
			OPEN OUTPUT PedCompFile
			MOVE 1 TO IndLinPed
			PERFORM UNTIL IndLinPed > NLinPed
				MOVE TpcPedido(IndLinPed) TO PcPedido
				MOVE TpcLinea(IndLinPed) TO PcLinea
				MOVE TpcProvId(IndLinPed) TO PcProvId
				MOVE TpcFechaPedido(IndLinPed) TO PcFechaPedido
				MOVE TpcPlazo(IndLinPed) TO PcPlazo
				MOVE TpcArtID(IndLinPed) TO PcArtID
				MOVE TpcAlmId(IndLinPed) TO PcAlmId
				MOVE TpcCantPedida(IndLinPed) TO PcCantPedida
				MOVE TpcCantRecibida(IndLinPed) TO PcCantRecibida
				MOVE TpcEstado(IndLinPed) TO PcEstado
				WRITE PedCompDetails
				ADD 1 TO IndLinPed
			END-PERFORM
			CLOSE PedCompFile
		END-IF.

	LeeRunCtl.
		MOVE SPACES TO FinRunCtl
		OPEN INPUT RunCtlFile
		MOVE RcpFecha TO RgFecha
		MOVE StockAnterior TO RgAntes
		MOVE StockNuevo TO RgDespues
		MOVE RcpPedido TO RgPedido
		MOVE CosteNuevo TO RgCosteMedio
		WRITE RegRecepLine FROM RegRecepDetalle.

	EscribeRechazo.
		MOVE RcpArtID TO ErArtID
		MOVE RcpAlmId TO ErAlmId
		MOVE RcpAlbaran TO ErAlbaran
		MOVE RcpPedido TO ErPedido
		WRITE ErrRecepLine FROM ErrRecepDetalle
		ADD 1 TO RecepRechazadas.

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
