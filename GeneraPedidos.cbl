	IDENTIFICATION DIVISION.
	PROGRAM-ID.  GeneraPedidos.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT ReordenFile ASSIGN TO "REORDEN.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatReorden.

		SELECT ProveedFile ASSIGN TO "PROVEED.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatProveed.

		SELECT ArtProvFile ASSIGN TO "ARTPROV.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArtProv.

		SELECT PedCompFile ASSIGN TO "PEDCOMP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPedComp.

		SELECT PedCtlFile ASSIGN TO "PEDCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPedCtl.

		SELECT PedidosFile ASSIGN TO "PEDIDOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT ErrPedFile ASSIGN TO "PEDERR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT SortFile ASSIGN TO "PEDSORT.TMP".

	DATA DIVISION.
	FILE SECTION.

	FD ReordenFile.
	01 ReordenLine        PIC X(60).
	01 ReordenDetalle.
	    88 EndOfReordenFile VALUE HIGH-VALUES.
	   02 RdArtID         PIC X(7).
	   02 FILLER          PIC X(2).
	   02 RdAlmId         PIC X(4).
	   02 FILLER          PIC X(2).
	   02 RdStock         PIC Z(6)9.
	   02 FILLER          PIC X(5).
	   02 RdMinimo        PIC Z(4)9.
	   02 FILLER          PIC X(28).

	FD ProveedFile.
	01 ProveedDetails.
	    88 EndOfProveedFile VALUE HIGH-VALUES.
	   02 PvProvId        PIC X(6).
	   02 PvNombre        PIC X(20).
	   02 PvPlazo         PIC 9(3).

	FD ArtProvFile.
	01 ArtProvDetails.
	    88 EndOfArtProvFile VALUE HIGH-VALUES.
	   02 ApArtID         PIC 9(7).
	   02 ApProvId        PIC X(6).
	   02 ApLote          PIC 9(5).

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
	      88 PcAbierta    VALUE "A".
	      88 PcCompleta   VALUE "C".

	FD PedCtlFile.
	01 PedCtlRecord.
	   02 PcUltimoNumero  PIC 9(7).

   	FD PedidosFile.
	01 PedidoLine         PIC X(80).

	FD ErrPedFile.
	01 ErrPedLine         PIC X(80).

	SD SortFile.
	01 SortRec.
	   02 SrtProvId       PIC X(6).
	   02 SrtArtID        PIC 9(7).
	   02 SrtAlmId        PIC X(4).
	   02 SrtCant         PIC 9(5).


	WORKING-STORAGE SECTION.

	78 MAX-PROVEEDORES VALUE 500.
	78 MAX-ARTPROV VALUE 9000.
	78 MAX-PENDIENTES VALUE 9000.

	01 StatReorden PIC X(02) VALUE SPACES.
	           88 ReoIniciado VALUE '00'.
	01 StatProveed PIC X(02) VALUE SPACES.
	           88 PrvIniciado VALUE '00'.
	01 StatArtProv PIC X(02) VALUE SPACES.
	           88 ApIniciado VALUE '00'.
	01 StatPedComp PIC X(02) VALUE SPACES.
	           88 PedIniciado VALUE '00'.
	01 StatPedCtl PIC X(02) VALUE SPACES.

	01 FinCtl PIC X VALUE SPACES.
			88 NoHayMasCtl VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 NProv PIC 9(4) VALUE ZEROS.
	01 TablaProveedores.
	    02 TPV OCCURS 0 TO MAX-PROVEEDORES DEPENDING ON NProv.
			03 TpvProvId   PIC X(6).
			03 TpvNombre   PIC X(20).
			03 TpvPlazo    PIC 9(3).

	01 NArtProv PIC 9(4) VALUE ZEROS.
	01 TablaArtProv.
	    02 TAP OCCURS 0 TO MAX-ARTPROV DEPENDING ON NArtProv.
			03 TapArtID    PIC 9(7).
			03 TapProvId   PIC X(6).
			03 TapLote     PIC 9(5).

	01 NPend PIC 9(4) VALUE ZEROS.
	01 TablaPendientes.
	    02 TPE OCCURS 0 TO MAX-PENDIENTES DEPENDING ON NPend.
			03 TpeArtID    PIC 9(7).
			03 TpeAlmId    PIC X(4).
			03 TpeCant     PIC 9(7).

	01 SwProvHallado PIC X VALUE SPACES.
			88 ProveedorHallado VALUE '1'.
	01 SwArtProvHallado PIC X VALUE SPACES.
			88 ArtProvHallado VALUE '1'.
	01 SwPendHallado PIC X VALUE SPACES.
			88 PendienteHallado VALUE '1'.

	01 IndProv PIC 9(4).
	01 IndBusProv PIC 9(4).
	01 IndArtProv PIC 9(4).
	01 IndBusAp PIC 9(4).
	01 IndPend PIC 9(4).
	01 IndBusPend PIC 9(4).

	01 BuscaProvId PIC X(6).
	01 BuscaArtID PIC 9(7).
	01 BuscaAlmId PIC X(4).

	01 StockLeido PIC 9(7).
	01 MinimoLeido PIC 9(5).
	01 CantSugerida PIC S9(7).
	01 NLotes PIC 9(7).

	01 NumPedido PIC 9(7) VALUE ZEROS.
	01 LineaPedido PIC 9(3) VALUE ZEROS.
	01 ProvActual PIC X(6) VALUE SPACES.
	01 UnidadesPedido PIC 9(7) VALUE ZEROS.

	01 SwPedidoAbierto PIC X VALUE SPACES.
			88 PedidoAbierto VALUE '1'.

	01 ContadoresPed.
	   02 SugerenciasLeidas PIC 9(7) VALUE ZEROS.
	   02 SugerenciasCubiertas PIC 9(7) VALUE ZEROS.
	   02 SugerenciasRechazadas PIC 9(7) VALUE ZEROS.
	   02 PedidosCount     PIC 9(7) VALUE ZEROS.
	   02 LineasPedidoCount PIC 9(7) VALUE ZEROS.
	   02 UnidadesPedidas  PIC 9(9) VALUE ZEROS.

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

	01 PedCabNum.
	   02 FILLER          PIC X(26) VALUE "PEDIDO DE COMPRA NUMERO: ".
	   02 PdNumero        PIC Z(6)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PdFecha         PIC X(10).

	01 PedCabProv.
	   02 FILLER          PIC X(11) VALUE "PROVEEDOR: ".
	   02 PdProvId        PIC X(6).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 PdNombre        PIC X(20).

	01 PedCabPlazo.
	   02 FILLER          PIC X(20) VALUE "PLAZO DE ENTREGA..: ".
	   02 PdPlazo         PIC ZZ9.
	   02 FILLER          PIC X(5) VALUE " DIAS".

	01 PedCabCols.
	   02 FILLER          PIC X(7) VALUE "Linea".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(8) VALUE "Cant".

	01 PedDetalle.
	   02 PdLinea         PIC ZZ9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 PdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdCant          PIC Z(4)9.

	01 PedTotal.
	   02 FILLER          PIC X(20) VALUE "TOTAL UNIDADES....: ".
	   02 PdUnidades      PIC Z(6)9.

	01 ErrPedEnc.
	   02 FILLER          PIC X(26) VALUE "SUGERENCIAS NO PEDIDAS    ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 ErrPedDetalle.
	   02 EpArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EpAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EpProvId        PIC X(6).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EpMotivo        PIC X(40).

	PROCEDURE DIVISION.
		OPEN INPUT ReordenFile.
		OPEN OUTPUT PedidosFile, ErrPedFile.

		IF NOT ReoIniciado
			DISPLAY "ABEND GeneraPedidos - ERROR APERTURA REORDEN.RPT, STATUS " StatReorden
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM CargaProveedores
		PERFORM CargaArtProv
		PERFORM CargaPendientes
		PERFORM LeeControlPedidos

		OPEN EXTEND PedCompFile
		IF StatPedComp = "35"
			OPEN OUTPUT PedCompFile
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO FechaEdit
		MOVE FechaEdit TO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora

		WRITE ErrPedLine FROM ErrPedEnc

		SORT SortFile
			ON ASCENDING KEY SrtProvId SrtArtID SrtAlmId
			INPUT PROCEDURE IS LiberaSugerencias
			OUTPUT PROCEDURE IS EmitePedidos

		CLOSE ReordenFile, PedCompFile, PedidosFile, ErrPedFile

		DISPLAY "GeneraPedidos - SUGERENCIAS: " SugerenciasLeidas
			" CUBIERTAS: " SugerenciasCubiertas
			" RECHAZADAS: " SugerenciasRechazadas
			" PEDIDOS: " PedidosCount
			" LINEAS: " LineasPedidoCount
			" UNIDADES: " UnidadesPedidas

		STOP RUN.

	CargaProveedores.
		OPEN INPUT ProveedFile
		IF StatProveed = "35"
			DISPLAY "ADVERTENCIA GeneraPedidos - NO EXISTE PROVEED.DAT, SUGERENCIAS SIN PROVEEDOR A PEDERR.RPT"
		ELSE
			IF NOT PrvIniciado
				DISPLAY "ABEND GeneraPedidos - ERROR APERTURA PROVEED.DAT, STATUS " StatProveed
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ ProveedFile
				AT END SET EndOfProveedFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfProveedFile
				IF NProv = MAX-PROVEEDORES
					DISPLAY "ABEND GeneraPedidos - PROVEED.DAT TIENE MAS DE " MAX-PROVEEDORES " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NProv
				MOVE PvProvId TO TpvProvId(NProv)
				MOVE PvNombre TO TpvNombre(NProv)
				IF PvPlazo IS NUMERIC
					MOVE PvPlazo TO TpvPlazo(NProv)
				ELSE
					MOVE ZEROS TO TpvPlazo(NProv)
				END-IF
				READ ProveedFile
					AT END SET EndOfProveedFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE ProveedFile
		END-IF.

	CargaArtProv.
		OPEN INPUT ArtProvFile
		IF StatArtProv = "35"
			DISPLAY "ADVERTENCIA GeneraPedidos - NO EXISTE ARTPROV.DAT, SUGERENCIAS SIN PROVEEDOR A PEDERR.RPT"
		ELSE
			IF NOT ApIniciado
				DISPLAY "ABEND GeneraPedidos - ERROR APERTURA ARTPROV.DAT, STATUS " StatArtProv
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ ArtProvFile
				AT END SET EndOfArtProvFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfArtProvFile
				IF NArtProv = MAX-ARTPROV
					DISPLAY "ABEND GeneraPedidos - ARTPROV.DAT TIENE MAS DE " MAX-ARTPROV " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NArtProv
				MOVE ApArtID TO TapArtID(NArtProv)
				MOVE ApProvId TO TapProvId(NArtProv)
				IF ApLote IS NUMERIC
					MOVE ApLote TO TapLote(NArtProv)
				ELSE
					MOVE ZEROS TO TapLote(NArtProv)
				END-IF
				READ ArtProvFile
					AT END SET EndOfArtProvFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE ArtProvFile
		END-IF.

	CargaPendientes.
		OPEN INPUT PedCompFile
		IF StatPedComp = "35"
			CONTINUE
		ELSE
			READ PedCompFile
				AT END SET EndOfPedCompFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfPedCompFile
				IF PcAbierta
					MOVE PcArtID TO BuscaArtID
					MOVE PcAlmId TO BuscaAlmId
					PERFORM BuscaPendiente
					IF NOT PendienteHallado
						IF NPend = MAX-PENDIENTES
							DISPLAY "ABEND GeneraPedidos - PEDCOMP.DAT TIENE MAS DE " MAX-PENDIENTES " CLAVES ABIERTAS"
							MOVE 16 TO RETURN-CODE
							STOP RUN
						END-IF
						ADD 1 TO NPend
						MOVE NPend TO IndPend
						MOVE PcArtID TO TpeArtID(IndPend)
						MOVE PcAlmId TO TpeAlmId(IndPend)
						MOVE ZEROS TO TpeCant(IndPend)
					END-IF
					COMPUTE TpeCant(IndPend) = TpeCant(IndPend)
						+ PcCantPedida - PcCantRecibida
				END-IF
				READ PedCompFile
					AT END SET EndOfPedCompFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE PedCompFile
		END-IF.

	LeeControlPedidos.
		MOVE ZEROS TO NumPedido
		MOVE SPACES TO FinCtl
		OPEN INPUT PedCtlFile
		IF StatPedCtl = "35"
			CONTINUE
		ELSE
			READ PedCtlFile
				AT END SET NoHayMasCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasCtl
				MOVE PcUltimoNumero TO NumPedido
				READ PedCtlFile
					AT END SET NoHayMasCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE PedCtlFile
		END-IF.

	GrabaControlPedidos.
		OPEN OUTPUT PedCtlFile
		MOVE NumPedido TO PcUltimoNumero
		WRITE PedCtlRecord
		CLOSE PedCtlFile.

	BuscaProveedor.
		MOVE SPACES TO SwProvHallado
		MOVE ZEROS TO IndProv
		MOVE 1 TO IndBusProv
		PERFORM UNTIL IndBusProv > NProv OR ProveedorHallado
			IF TpvProvId(IndBusProv) = BuscaProvId
				SET ProveedorHallado TO TRUE
				MOVE IndBusProv TO IndProv
			END-IF
			ADD 1 TO IndBusProv
		END-PERFORM.

	BuscaArtProv.
		MOVE SPACES TO SwArtProvHallado
		MOVE ZEROS TO IndArtProv
		MOVE 1 TO IndBusAp
		PERFORM UNTIL IndBusAp > NArtProv OR ArtProvHallado
			IF TapArtID(IndBusAp) = BuscaArtID
				SET ArtProvHallado TO TRUE
				MOVE IndBusAp TO IndArtProv
			END-IF
			ADD 1 TO IndBusAp
		END-PERFORM.

	BuscaPendiente.
		MOVE SPACES TO SwPendHallado
		MOVE ZEROS TO IndPend
		MOVE 1 TO IndBusPend
		PERFORM UNTIL IndBusPend > NPend OR PendienteHallado
			IF TpeArtID(IndBusPend) = BuscaArtID
			AND TpeAlmId(IndBusPend) = BuscaAlmId
				SET PendienteHallado TO TRUE
				MOVE IndBusPend TO IndPend
			END-IF
			ADD 1 TO IndBusPend
		END-PERFORM.

	LiberaSugerencias.
		READ ReordenFile
			AT END SET EndOfReordenFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfReordenFile

			IF RdArtID IS NUMERIC
				ADD 1 TO SugerenciasLeidas
				PERFORM ProcesaSugerencia
			END-IF

			READ ReordenFile
				AT END SET EndOfReordenFile TO TRUE
			END-READ

		END-PERFORM.

	ProcesaSugerencia.
		MOVE RdStock TO StockLeido
		MOVE RdMinimo TO MinimoLeido
		MOVE RdArtID TO BuscaArtID
		MOVE RdAlmId TO BuscaAlmId
		MOVE SPACES TO EpProvId

		PERFORM BuscaArtProv
		IF NOT ArtProvHallado
			MOVE "ARTICULO SIN PROVEEDOR ASIGNADO" TO EpMotivo
			PERFORM EscribeRechazo
		ELSE
			MOVE TapProvId(IndArtProv) TO BuscaProvId
			MOVE BuscaProvId TO EpProvId
			PERFORM BuscaProveedor
			IF NOT ProveedorHallado
				MOVE "PROVEEDOR NO EXISTE EN PROVEED.DAT" TO EpMotivo
				PERFORM EscribeRechazo
			ELSE
				PERFORM BuscaPendiente
				COMPUTE CantSugerida = MinimoLeido - StockLeido
				IF PendienteHallado
					SUBTRACT TpeCant(IndPend) FROM CantSugerida
				END-IF
				IF CantSugerida NOT > ZEROS
					ADD 1 TO SugerenciasCubiertas
				ELSE
					IF TapLote(IndArtProv) > ZEROS
						COMPUTE NLotes = (CantSugerida + TapLote(IndArtProv) - 1)
							/ TapLote(IndArtProv)
						COMPUTE CantSugerida = NLotes * TapLote(IndArtProv)
					END-IF
					IF CantSugerida > 99999
						MOVE "CANTIDAD A PEDIR EXCEDE 99999" TO EpMotivo
						PERFORM EscribeRechazo
					ELSE
						MOVE BuscaProvId TO SrtProvId
						MOVE BuscaArtID TO SrtArtID
						MOVE BuscaAlmId TO SrtAlmId
						MOVE CantSugerida TO SrtCant
						RELEASE SortRec
					END-IF
				END-IF
			END-IF
		END-IF.

	EmitePedidos.
		MOVE SPACES TO SwPedidoAbierto
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF NOT PedidoAbierto OR SrtProvId NOT = ProvActual
				IF PedidoAbierto
					PERFORM CierraPedido
				END-IF
				MOVE SrtProvId TO ProvActual
				PERFORM AbrePedido
			END-IF

			PERFORM GrabaLineaPedido

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF PedidoAbierto
			PERFORM CierraPedido
		END-IF.

	AbrePedido.
		ADD 1 TO NumPedido
			ON SIZE ERROR
				DISPLAY "ABEND GeneraPedidos - NUMERACION DE PEDIDOS AGOTADA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-ADD
		MOVE ZEROS TO LineaPedido
		MOVE ZEROS TO UnidadesPedido
		MOVE ProvActual TO BuscaProvId
		PERFORM BuscaProveedor

		MOVE SPACES TO PedidoLine
		WRITE PedidoLine
		MOVE NumPedido TO PdNumero
		MOVE FechaEdit TO PdFecha
		WRITE PedidoLine FROM PedCabNum
		MOVE ProvActual TO PdProvId
		MOVE TpvNombre(IndProv) TO PdNombre
		WRITE PedidoLine FROM PedCabProv
		MOVE TpvPlazo(IndProv) TO PdPlazo
		WRITE PedidoLine FROM PedCabPlazo
		WRITE PedidoLine FROM PedCabCols
		SET PedidoAbierto TO TRUE.

	GrabaLineaPedido.
		ADD 1 TO LineaPedido
			ON SIZE ERROR
				DISPLAY "ABEND GeneraPedidos - PEDIDO " NumPedido " CON MAS DE 999 LINEAS"
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-ADD
		MOVE NumPedido TO PcPedido
		MOVE LineaPedido TO PcLinea
		MOVE ProvActual TO PcProvId
		MOVE WFechaSistema TO PcFechaPedido
		MOVE TpvPlazo(IndProv) TO PcPlazo
		MOVE SrtArtID TO PcArtID
		MOVE SrtAlmId TO PcAlmId
		MOVE SrtCant TO PcCantPedida
		MOVE ZEROS TO PcCantRecibida
		SET PcAbierta TO TRUE
		WRITE PedCompDetails

		MOVE LineaPedido TO PdLinea
		MOVE SrtArtID TO PdArtID
		MOVE SrtAlmId TO PdAlmId
		MOVE SrtCant TO PdCant
		WRITE PedidoLine FROM PedDetalle

		ADD SrtCant TO UnidadesPedido
		ADD SrtCant TO UnidadesPedidas
		ADD 1 TO LineasPedidoCount.

	CierraPedido.
		MOVE UnidadesPedido TO PdUnidades
		WRITE PedidoLine FROM PedTotal
		PERFORM GrabaControlPedidos
		ADD 1 TO PedidosCount.

	EscribeRechazo.
		MOVE RdArtID TO EpArtID
		MOVE RdAlmId TO EpAlmId
		WRITE ErrPedLine FROM ErrPedDetalle
		ADD 1 TO SugerenciasRechazadas.
