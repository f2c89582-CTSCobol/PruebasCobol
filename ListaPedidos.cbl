	IDENTIFICATION DIVISION.
	PROGRAM-ID.  ListaPedidos.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT PedCompFile ASSIGN TO "PEDCOMP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPedComp.

		SELECT ProveedFile ASSIGN TO "PROVEED.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatProveed.

		SELECT SortFile ASSIGN TO "PEDASORT.TMP".

		SELECT PedAbierFile ASSIGN TO "PEDABIER.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

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

	FD ProveedFile.
	01 ProveedDetails.
	    88 EndOfProveedFile VALUE HIGH-VALUES.
	   02 PvProvId        PIC X(6).
	   02 PvNombre        PIC X(20).
	   02 PvPlazo         PIC 9(3).

	SD SortFile.
	01 SortRec.
	   02 SrtProvId       PIC X(6).
	   02 SrtPedido       PIC 9(7).
	   02 SrtLinea        PIC 9(3).
	   02 SrtFechaPedido  PIC 9(8).
	   02 SrtPlazo        PIC 9(3).
	   02 SrtArtID        PIC 9(7).
	   02 SrtAlmId        PIC X(4).
	   02 SrtCantPedida   PIC 9(5).
	   02 SrtCantRecibida PIC 9(5).
	   02 SrtDias         PIC S9(5).

   	FD PedAbierFile.
	01 PedAbierLine       PIC X(110).


	WORKING-STORAGE SECTION.

	78 MAX-PROVEEDORES VALUE 500.

	01 StatPedComp PIC X(02) VALUE SPACES.
	           88 PedIniciado VALUE '00'.
	01 StatProveed PIC X(02) VALUE SPACES.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 NProv PIC 9(4) VALUE ZEROS.
	01 TablaProveedores.
	    02 TPV OCCURS 0 TO MAX-PROVEEDORES DEPENDING ON NProv.
			03 TpvProvId   PIC X(6).
			03 TpvNombre   PIC X(20).

	01 SwProvHallado PIC X VALUE SPACES.
			88 ProveedorHallado VALUE '1'.

	01 IndProv PIC 9(4).
	01 IndBusProv PIC 9(4).

	01 WParmLinea PIC X(10) VALUE SPACES.

	01 SwSoloRetrasos PIC X VALUE SPACES.
			88 SoloRetrasos VALUE '1'.

	01 SwProvAbierto PIC X VALUE SPACES.
			88 ProvAbierto VALUE '1'.

	01 ProvAnterior PIC X(6) VALUE SPACES.

	01 FechaPedido PIC 9(8).
	01 FechaPedidoGrupo REDEFINES FechaPedido.
	   02 FpAnio PIC 9(4).
	   02 FpMes  PIC 9(2).
	   02 FpDia  PIC 9(2).

	01 DiasTranscurridos PIC S9(5).
	01 CantPendiente PIC 9(5).

	01 TotalesProv.
	   02 ProvLineas       PIC 9(5) VALUE ZEROS.
	   02 ProvPendiente    PIC 9(9) VALUE ZEROS.
	   02 ProvRetrasadas   PIC 9(5) VALUE ZEROS.

	01 ContadoresLista.
	   02 LineasLeidas     PIC 9(7) VALUE ZEROS.
	   02 LineasAbiertas   PIC 9(7) VALUE ZEROS.
	   02 LineasRetrasadas PIC 9(7) VALUE ZEROS.
	   02 UnidadesPendientes PIC 9(9) VALUE ZEROS.

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

	01 PedAbierEnc.
	   02 FILLER          PIC X(26) VALUE "PEDIDOS COMPRA ABIERTOS   ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PrnFiltro       PIC X(16) VALUE SPACES.

	01 PedAbierCab.
	   02 FILLER          PIC X(8) VALUE "Prov".
	   02 FILLER          PIC X(9) VALUE "Pedido".
	   02 FILLER          PIC X(5) VALUE "Lin".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(10) VALUE "FechaPed".
	   02 FILLER          PIC X(8) VALUE "Pedida".
	   02 FILLER          PIC X(8) VALUE "Recibida".
	   02 FILLER          PIC X(8) VALUE "Pendte".
	   02 FILLER          PIC X(7) VALUE "Dias".
	   02 FILLER          PIC X(7) VALUE "Plazo".
	   02 FILLER          PIC X(11) VALUE "Observacion".

	01 PedAbierProv.
	   02 FILLER          PIC X(11) VALUE "PROVEEDOR: ".
	   02 PaProvId        PIC X(6).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 PaNombre        PIC X(20).

	01 PedAbierDetalle.
	   02 PaProvDet       PIC X(6).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaPedido        PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaLinea         PIC ZZ9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaFechaPedido   PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaPedida        PIC Z(4)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 PaRecibida      PIC Z(4)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 PaPendiente     PIC Z(4)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 PaDias          PIC -(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PaPlazo         PIC ZZ9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 PaObservacion   PIC X(11).

	01 PedAbierSubtotal.
	   02 FILLER          PIC X(20) VALUE "  LINEAS ABIERTAS: ".
	   02 PsLineas        PIC Z(4)9.
	   02 FILLER          PIC X(15) VALUE "  PENDIENTE: ".
	   02 PsPendiente     PIC Z(8)9.
	   02 FILLER          PIC X(15) VALUE "  RETRASADAS: ".
	   02 PsRetrasadas    PIC Z(4)9.

	01 PedAbierTotales.
	   02 FILLER          PIC X(20) VALUE "TOTAL LINEAS......: ".
	   02 PtLineas        PIC Z(6)9.
	   02 FILLER          PIC X(15) VALUE "  PENDIENTE: ".
	   02 PtPendiente     PIC Z(8)9.
	   02 FILLER          PIC X(15) VALUE "  RETRASADAS: ".
	   02 PtRetrasadas    PIC Z(6)9.

	PROCEDURE DIVISION.
		OPEN INPUT PedCompFile.

		IF NOT PedIniciado
			DISPLAY "ABEND ListaPedidos - ERROR APERTURA PEDCOMP.DAT, STATUS " StatPedComp
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM ObtenParametros
		PERFORM CargaProveedores

		SORT SortFile
			ON ASCENDING KEY SrtProvId SrtPedido SrtLinea
			INPUT PROCEDURE IS LiberaPedidos
			OUTPUT PROCEDURE IS ImprimePedidos

		CLOSE PedCompFile

		DISPLAY "ListaPedidos - LINEAS: " LineasLeidas
			" ABIERTAS: " LineasAbiertas
			" RETRASADAS: " LineasRetrasadas
			" UNIDADES PENDIENTES: " UnidadesPendientes

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmLinea
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmLinea FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmLinea
		END-ACCEPT
		IF WParmLinea = "RETRASOS"
			SET SoloRetrasos TO TRUE
			MOVE "SOLO RETRASADOS" TO PrnFiltro
		ELSE
			IF WParmLinea NOT = SPACES AND WParmLinea NOT = "*"
				DISPLAY "ABEND ListaPedidos - PARAMETRO NO RECONOCIDO (RETRASOS o *): " WParmLinea
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

	CargaProveedores.
		OPEN INPUT ProveedFile
		IF StatProveed = "35"
			CONTINUE
		ELSE
			READ ProveedFile
				AT END SET EndOfProveedFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfProveedFile
				IF NProv = MAX-PROVEEDORES
					DISPLAY "ABEND ListaPedidos - PROVEED.DAT TIENE MAS DE " MAX-PROVEEDORES " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NProv
				MOVE PvProvId TO TpvProvId(NProv)
				MOVE PvNombre TO TpvNombre(NProv)
				READ ProveedFile
					AT END SET EndOfProveedFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE ProveedFile
		END-IF.

	LiberaPedidos.
		READ PedCompFile
			AT END SET EndOfPedCompFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfPedCompFile

			ADD 1 TO LineasLeidas
			IF PcAbierta
				MOVE PcFechaPedido TO FechaPedido
				COMPUTE DiasTranscurridos =
					(WAnio - FpAnio) * 360
					+ (WMes - FpMes) * 30
					+ (WDia - FpDia)
				IF NOT SoloRetrasos OR DiasTranscurridos > PcPlazo
					MOVE PcProvId TO SrtProvId
					MOVE PcPedido TO SrtPedido
					MOVE PcLinea TO SrtLinea
					MOVE PcFechaPedido TO SrtFechaPedido
					MOVE PcPlazo TO SrtPlazo
					MOVE PcArtID TO SrtArtID
					MOVE PcAlmId TO SrtAlmId
					MOVE PcCantPedida TO SrtCantPedida
					MOVE PcCantRecibida TO SrtCantRecibida
					MOVE DiasTranscurridos TO SrtDias
					RELEASE SortRec
				END-IF
			END-IF

			READ PedCompFile
				AT END SET EndOfPedCompFile TO TRUE
			END-READ

		END-PERFORM.

	ImprimePedidos.
		OPEN OUTPUT PedAbierFile
		WRITE PedAbierLine FROM PedAbierEnc
		WRITE PedAbierLine FROM PedAbierCab

		MOVE SPACES TO SwProvAbierto
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF NOT ProvAbierto OR SrtProvId NOT = ProvAnterior
				IF ProvAbierto
					PERFORM ImprimeSubtotalProv
				END-IF
				MOVE SrtProvId TO ProvAnterior
				MOVE ZEROS TO ProvLineas
				MOVE ZEROS TO ProvPendiente
				MOVE ZEROS TO ProvRetrasadas
				PERFORM ImprimeCabProv
				SET ProvAbierto TO TRUE
			END-IF

			PERFORM ImprimeLineaPedido

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF ProvAbierto
			PERFORM ImprimeSubtotalProv
		END-IF

		MOVE LineasAbiertas TO PtLineas
		MOVE UnidadesPendientes TO PtPendiente
		MOVE LineasRetrasadas TO PtRetrasadas
		WRITE PedAbierLine FROM PedAbierTotales

		CLOSE PedAbierFile.

	ImprimeCabProv.
		MOVE SPACES TO SwProvHallado
		MOVE SPACES TO PaNombre
		MOVE 1 TO IndBusProv
		PERFORM UNTIL IndBusProv > NProv OR ProveedorHallado
			IF TpvProvId(IndBusProv) = SrtProvId
				SET ProveedorHallado TO TRUE
				MOVE IndBusProv TO IndProv
				MOVE TpvNombre(IndProv) TO PaNombre
			END-IF
			ADD 1 TO IndBusProv
		END-PERFORM
		IF NOT ProveedorHallado
			MOVE "** NO EN MAESTRO **" TO PaNombre
		END-IF
		MOVE SPACES TO PedAbierLine
		WRITE PedAbierLine
		MOVE SrtProvId TO PaProvId
		WRITE PedAbierLine FROM PedAbierProv.

	ImprimeLineaPedido.
		COMPUTE CantPendiente = SrtCantPedida - SrtCantRecibida
		MOVE SrtProvId TO PaProvDet
		MOVE SrtPedido TO PaPedido
		MOVE SrtLinea TO PaLinea
		MOVE SrtArtID TO PaArtID
		MOVE SrtAlmId TO PaAlmId
		MOVE SrtFechaPedido TO PaFechaPedido
		MOVE SrtCantPedida TO PaPedida
		MOVE SrtCantRecibida TO PaRecibida
		MOVE CantPendiente TO PaPendiente
		MOVE SrtDias TO PaDias
		MOVE SrtPlazo TO PaPlazo
		IF SrtDias > SrtPlazo
			MOVE "RETRASADO" TO PaObservacion
			ADD 1 TO ProvRetrasadas
			ADD 1 TO LineasRetrasadas
		ELSE
			IF SrtCantRecibida > ZEROS
				MOVE "PARCIAL" TO PaObservacion
			ELSE
				MOVE SPACES TO PaObservacion
			END-IF
		END-IF
		WRITE PedAbierLine FROM PedAbierDetalle
		ADD 1 TO ProvLineas
		ADD 1 TO LineasAbiertas
		ADD CantPendiente TO ProvPendiente
		ADD CantPendiente TO UnidadesPendientes.

	ImprimeSubtotalProv.
		MOVE ProvLineas TO PsLineas
		MOVE ProvPendiente TO PsPendiente
		MOVE ProvRetrasadas TO PsRetrasadas
		WRITE PedAbierLine FROM PedAbierSubtotal.
