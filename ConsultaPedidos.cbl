	IDENTIFICATION DIVISION.
	PROGRAM-ID.  ConsultaPedidos.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT ArticulosFile ASSIGN TO "ART.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ArtKey
		ALTERNATE RECORD KEY IS UserArtID WITH DUPLICATES
		FILE STATUS IS StatArticulos.

		SELECT ConsultaSort ASSIGN TO "ESTPSORT.TMP".

		SELECT PendSort ASSIGN TO "PENDSORT.TMP".

		SELECT ConsultaFile ASSIGN TO "ESTPED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT PendientesFile ASSIGN TO "PEDPEND.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

	FD ArticulosFile.
	01 ArticulosDetails.
		02 ArtKey.
		   03 UserArtID PIC X(8).
		   03 ArtID     PIC 9(7).
		02 Cant	   PIC 9(2).
		02 FechaTrans PIC 9(8).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).

	SD ConsultaSort.
	01 ConsultaSortRec.
	   02 SrcPedido       PIC 9(7).
	   02 SrcUserId       PIC X(8).
	   02 SrcArtID        PIC 9(7).
	   02 SrcCant         PIC 9(2).
	   02 SrcFechaTrans   PIC 9(8).
	   02 SrcEstado       PIC X.
	   02 SrcFechaEstado  PIC 9(8).
	   02 SrcServida      PIC 9(5).
	   02 SrcFactura      PIC 9(7).
	   02 SrcMotivo       PIC X(30).

	SD PendSort.
	01 PendSortRec.
	   02 SrpFechaTrans   PIC 9(8).
	   02 SrpPedido       PIC 9(7).
	   02 SrpUserId       PIC X(8).
	   02 SrpArtID        PIC 9(7).
	   02 SrpCant         PIC 9(2).
	   02 SrpEstado       PIC X.
	   02 SrpMotivo       PIC X(30).

   	FD ConsultaFile.
	01 ConsultaLine       PIC X(120).

	FD PendientesFile.
	01 PendientesLine     PIC X(120).


	WORKING-STORAGE SECTION.

	78 NUM-TRAMOS VALUE 5.

	01 StatArticulos PIC X(02) VALUE SPACES.
	           88 ArtIniciado VALUE '00'.

	01 FinArticulos PIC X VALUE SPACES.
			88 NoHayMasArticulos VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 WParmModo PIC X(10) VALUE SPACES.
	01 WParmValor PIC X(10) VALUE SPACES.

	01 ModoConsulta PIC X VALUE SPACE.
			88 TodasLasLineas VALUE SPACE.
			88 PorUsuario VALUE "U".
			88 PorArticulo VALUE "A".
			88 PorEstado VALUE "E".

	01 ValorUsuario PIC X(8) VALUE SPACES.
	01 ValorArticulo PIC 9(7) VALUE ZEROS.
	01 ValorEstado PIC X VALUE SPACE.
			88 EstadoConsultaValido VALUES "O" "H" "S" "A" "P" "C" "F" "R".

	01 DigitoParm.
	   02 DigitoX PIC X.
	   02 Digito REDEFINES DigitoX PIC 9.
	01 ContDig PIC 9(4).

	01 SwLineaSeleccionada PIC X VALUE SPACES.
			88 LineaSeleccionada VALUE '1'.

	01 EstadoNormal PIC X.
			88 NormAbierta VALUE "O".
			88 NormRetenida VALUE "H".
			88 NormSuspendida VALUE "S".
			88 NormAsignada VALUE "A".
			88 NormPreparada VALUE "P".
			88 NormCorta VALUE "C".
			88 NormFacturada VALUE "F".
			88 NormRechazada VALUE "R".

	01 EstadoDesc PIC X(12).

	01 LineaPedido.
	   02 LpPedido        PIC 9(7).
	   02 LpFechaEstado   PIC 9(8).
	   02 LpServida       PIC 9(5).
	   02 LpFactura       PIC 9(7).

	01 FechaCalculo PIC 9(8).
	01 FechaCalculoGrupo REDEFINES FechaCalculo.
	   02 FcAnio PIC 9(4).
	   02 FcMes  PIC 9(2).
	   02 FcDia  PIC 9(2).

	01 DiasAntiguedad PIC S9(5).
	01 IndTramo PIC 9.

	01 TablaTramos.
	    02 TT OCCURS 5.
			03 TtLineas    PIC 9(7).
			03 TtUnidades  PIC 9(9).

	01 ContadoresConsulta.
	   02 LineasLeidas      PIC 9(7) VALUE ZEROS.
	   02 LineasConsulta    PIC 9(7) VALUE ZEROS.
	   02 LineasPendientes  PIC 9(7) VALUE ZEROS.

	01 ContadoresEstado.
	   02 CntAbiertas       PIC 9(7) VALUE ZEROS.
	   02 CntRetenidas      PIC 9(7) VALUE ZEROS.
	   02 CntSuspendidas    PIC 9(7) VALUE ZEROS.
	   02 CntAsignadas      PIC 9(7) VALUE ZEROS.
	   02 CntPreparadas     PIC 9(7) VALUE ZEROS.
	   02 CntCortas         PIC 9(7) VALUE ZEROS.
	   02 CntFacturadas     PIC 9(7) VALUE ZEROS.
	   02 CntRechazadas     PIC 9(7) VALUE ZEROS.

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

	01 PrnFecha PIC X(10) VALUE SPACES.
	01 PrnHora PIC X(8) VALUE SPACES.

	01 ConsultaEnc.
	   02 FILLER          PIC X(30) VALUE "CONSULTA ESTADO DE PEDIDOS".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 CeFecha         PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 CeHora          PIC X(8) VALUE SPACES.

	01 PendientesEnc.
	   02 FILLER          PIC X(30) VALUE "ANTIGUEDAD DE PEDIDOS".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PeFecha         PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PeHora          PIC X(8) VALUE SPACES.

	01 SeleccionLinea.
	   02 FILLER          PIC X(11) VALUE "SELECCION: ".
	   02 SlDescripcion   PIC X(40) VALUE SPACES.

	01 ConsultaCab.
	   02 FILLER          PIC X(9) VALUE "Pedido".
	   02 FILLER          PIC X(10) VALUE "UserID".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(4) VALUE "Ca".
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(13) VALUE "Estado".
	   02 FILLER          PIC X(10) VALUE "FechaEst".
	   02 FILLER          PIC X(7) VALUE "Servid".
	   02 FILLER          PIC X(9) VALUE "Factura".
	   02 FILLER          PIC X(6) VALUE "Motivo".

	01 ConsultaDetalle.
	   02 CdPedido        PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdUserId        PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdCant          PIC Z9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdFechaTrans    PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdEstado        PIC X(12).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 CdFechaEstado   PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdServida       PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdFactura       PIC Z(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdMotivo        PIC X(30).

	01 ConsultaVacia PIC X(40) VALUE
	       "NINGUNA LINEA CUMPLE LA SELECCION".

	01 ResumenTit PIC X(40) VALUE
	       "LINEAS POR ESTADO".

	01 ResumenEstado.
	   02 ReRotulo        PIC X(30).
	   02 ReNum           PIC Z(6)9.

	01 PendientesCab.
	   02 FILLER          PIC X(7) VALUE "Dias".
	   02 FILLER          PIC X(12) VALUE "Tramo".
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(9) VALUE "Pedido".
	   02 FILLER          PIC X(10) VALUE "UserID".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(4) VALUE "Ca".
	   02 FILLER          PIC X(13) VALUE "Estado".
	   02 FILLER          PIC X(6) VALUE "Motivo".

	01 PendientesDetalle.
	   02 PdDias          PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdTramo         PIC X(11).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 PdFechaTrans    PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdPedido        PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdUserId        PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdCant          PIC Z9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdEstado        PIC X(12).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 PdMotivo        PIC X(30).

	01 PendientesVacia PIC X(40) VALUE
	       "NO HAY LINEAS DE PEDIDO PENDIENTES".

	01 TramosTit PIC X(40) VALUE
	       "RESUMEN POR TRAMO DE ANTIGUEDAD".

	01 TramoRotulo PIC X(11).

	01 TramoResumen.
	   02 TrRotulo        PIC X(11).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 TrLineas        PIC Z(6)9.
	   02 FILLER          PIC X(8) VALUE " LINEAS ".
	   02 TrUnidades      PIC Z(8)9.
	   02 FILLER          PIC X(9) VALUE " UNIDADES".

	PROCEDURE DIVISION.
		PERFORM ObtenParametros

		OPEN INPUT ArticulosFile
		IF NOT ArtIniciado
			DISPLAY "ABEND ConsultaPedidos - ERROR APERTURA ART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatArticulos
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		OPEN OUTPUT ConsultaFile, PendientesFile
		WRITE ConsultaLine FROM ConsultaEnc
		WRITE ConsultaLine FROM SeleccionLinea
		WRITE ConsultaLine FROM ConsultaCab
		WRITE PendientesLine FROM PendientesEnc
		WRITE PendientesLine FROM SeleccionLinea
		WRITE PendientesLine FROM PendientesCab

		SORT ConsultaSort
			ON ASCENDING KEY SrcPedido SrcUserId SrcArtID
			INPUT PROCEDURE IS LiberaConsulta
			OUTPUT PROCEDURE IS ImprimeConsulta

		SORT PendSort
			ON ASCENDING KEY SrpFechaTrans SrpPedido SrpUserId SrpArtID
			INPUT PROCEDURE IS LiberaPendientes
			OUTPUT PROCEDURE IS ImprimePendientes

		CLOSE ArticulosFile, ConsultaFile, PendientesFile

		DISPLAY "ConsultaPedidos - SELECCION: " SlDescripcion
		DISPLAY "ConsultaPedidos - LINEAS LEIDAS: " LineasLeidas
			" EN CONSULTA: " LineasConsulta
			" PENDIENTES: " LineasPendientes

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmModo
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmModo FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmModo
		END-ACCEPT

		MOVE SPACES TO WParmValor
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmValor FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmValor
		END-ACCEPT

		EVALUATE WParmModo
			WHEN SPACES
			WHEN "*"
				MOVE "TODAS LAS LINEAS" TO SlDescripcion
			WHEN "USUARIO"
				IF WParmValor = SPACES
					DISPLAY "ABEND ConsultaPedidos - FALTA EL USUARIO A CONSULTAR"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				SET PorUsuario TO TRUE
				MOVE WParmValor TO ValorUsuario
				STRING "USUARIO " ValorUsuario DELIMITED BY SIZE
					INTO SlDescripcion
			WHEN "ARTICULO"
				SET PorArticulo TO TRUE
				PERFORM ObtenArticuloParametro
				STRING "ARTICULO " ValorArticulo DELIMITED BY SIZE
					INTO SlDescripcion
			WHEN "ESTADO"
				MOVE WParmValor TO ValorEstado
				IF WParmValor(2:) NOT = SPACES
				OR NOT EstadoConsultaValido
					DISPLAY "ABEND ConsultaPedidos - ESTADO NO VALIDO (O H S A P C F R): " WParmValor
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				SET PorEstado TO TRUE
				MOVE ValorEstado TO EstadoNormal
				PERFORM DescribeEstado
				STRING "ESTADO " ValorEstado " " EstadoDesc
					DELIMITED BY SIZE INTO SlDescripcion
			WHEN OTHER
				DISPLAY "ABEND ConsultaPedidos - PARAMETRO DE SELECCION NO VALIDO (USUARIO, ARTICULO, ESTADO o *): " WParmModo
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora
		MOVE PrnFecha TO CeFecha
		MOVE PrnHora TO CeHora
		MOVE PrnFecha TO PeFecha
		MOVE PrnHora TO PeHora.

	ObtenArticuloParametro.
		IF WParmValor = SPACES
			DISPLAY "ABEND ConsultaPedidos - FALTA EL ARTICULO A CONSULTAR"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE ZEROS TO ValorArticulo
		MOVE 1 TO ContDig
		PERFORM UNTIL ContDig > 7 OR WParmValor(ContDig:1) = SPACE
			IF WParmValor(ContDig:1) IS NUMERIC
				MOVE WParmValor(ContDig:1) TO DigitoX
				COMPUTE ValorArticulo = ValorArticulo * 10 + Digito
				ADD 1 TO ContDig
			ELSE
				DISPLAY "ABEND ConsultaPedidos - ARTICULO NO NUMERICO: " WParmValor
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-PERFORM
		IF WParmValor(8:) NOT = SPACES
			DISPLAY "ABEND ConsultaPedidos - ARTICULO DE MAS DE 7 DIGITOS: " WParmValor
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.

	PosicionaArticulos.
		MOVE SPACES TO FinArticulos
		IF PorUsuario
			MOVE ValorUsuario TO UserArtID
			START ArticulosFile KEY IS = UserArtID
				INVALID KEY SET NoHayMasArticulos TO TRUE
			END-START
		ELSE
			MOVE LOW-VALUES TO ArtKey
			START ArticulosFile KEY IS NOT < ArtKey
				INVALID KEY SET NoHayMasArticulos TO TRUE
			END-START
		END-IF
		PERFORM LeeArticulo.

	LeeArticulo.
		IF NOT NoHayMasArticulos
			READ ArticulosFile NEXT RECORD
				AT END SET NoHayMasArticulos TO TRUE
			END-READ
		END-IF
		IF NOT NoHayMasArticulos AND PorUsuario
			IF UserArtID NOT = ValorUsuario
				SET NoHayMasArticulos TO TRUE
			END-IF
		END-IF.

	SeleccionaLinea.
		MOVE SPACES TO SwLineaSeleccionada
		MOVE ArtEstado TO EstadoNormal
		IF ArtEstado = SPACE
			SET NormAbierta TO TRUE
		END-IF
		EVALUATE TRUE
			WHEN PorArticulo
				IF ArtID = ValorArticulo
					SET LineaSeleccionada TO TRUE
				END-IF
			WHEN PorEstado
				IF EstadoNormal = ValorEstado
					SET LineaSeleccionada TO TRUE
				END-IF
			WHEN OTHER
				SET LineaSeleccionada TO TRUE
		END-EVALUATE
		IF ArtNumPedido IS NUMERIC
			MOVE ArtNumPedido TO LpPedido
		ELSE
			MOVE ZEROS TO LpPedido
		END-IF
		IF ArtFechaEstado IS NUMERIC
			MOVE ArtFechaEstado TO LpFechaEstado
		ELSE
			MOVE ZEROS TO LpFechaEstado
		END-IF
		IF ArtCantServida IS NUMERIC
			MOVE ArtCantServida TO LpServida
		ELSE
			MOVE ZEROS TO LpServida
		END-IF
		IF ArtFactura IS NUMERIC
			MOVE ArtFactura TO LpFactura
		ELSE
			MOVE ZEROS TO LpFactura
		END-IF.

	LiberaConsulta.
		PERFORM PosicionaArticulos
		PERFORM UNTIL NoHayMasArticulos
			ADD 1 TO LineasLeidas
			PERFORM SeleccionaLinea
			IF LineaSeleccionada
				MOVE LpPedido TO SrcPedido
				MOVE UserArtID TO SrcUserId
				MOVE ArtID TO SrcArtID
				MOVE Cant TO SrcCant
				MOVE FechaTrans TO SrcFechaTrans
				MOVE EstadoNormal TO SrcEstado
				MOVE LpFechaEstado TO SrcFechaEstado
				MOVE LpServida TO SrcServida
				MOVE LpFactura TO SrcFactura
				MOVE ArtMotivo TO SrcMotivo
				RELEASE ConsultaSortRec
			END-IF
			PERFORM LeeArticulo
		END-PERFORM.

	ImprimeConsulta.
		MOVE SPACES TO FinOrdenado
		RETURN ConsultaSort
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado
			ADD 1 TO LineasConsulta
			MOVE SrcEstado TO EstadoNormal
			PERFORM DescribeEstado
			PERFORM CuentaEstado
			MOVE SrcPedido TO CdPedido
			MOVE SrcUserId TO CdUserId
			MOVE SrcArtID TO CdArtID
			MOVE SrcCant TO CdCant
			MOVE SrcFechaTrans TO CdFechaTrans
			MOVE EstadoDesc TO CdEstado
			MOVE SrcFechaEstado TO CdFechaEstado
			MOVE SrcServida TO CdServida
			MOVE SrcFactura TO CdFactura
			MOVE SrcMotivo TO CdMotivo
			WRITE ConsultaLine FROM ConsultaDetalle
			RETURN ConsultaSort
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN
		END-PERFORM

		IF LineasConsulta = ZEROS
			WRITE ConsultaLine FROM ConsultaVacia
		END-IF
		PERFORM ImprimeResumenEstados.

	CuentaEstado.
		EVALUATE TRUE
			WHEN NormAbierta
				ADD 1 TO CntAbiertas
			WHEN NormRetenida
				ADD 1 TO CntRetenidas
			WHEN NormSuspendida
				ADD 1 TO CntSuspendidas
			WHEN NormAsignada
				ADD 1 TO CntAsignadas
			WHEN NormPreparada
				ADD 1 TO CntPreparadas
			WHEN NormCorta
				ADD 1 TO CntCortas
			WHEN NormFacturada
				ADD 1 TO CntFacturadas
			WHEN NormRechazada
				ADD 1 TO CntRechazadas
		END-EVALUATE.

	DescribeEstado.
		EVALUATE TRUE
			WHEN NormAbierta
				MOVE "ABIERTA" TO EstadoDesc
			WHEN NormRetenida
				MOVE "RETEN.CREDIT" TO EstadoDesc
			WHEN NormSuspendida
				MOVE "SUSPENSO" TO EstadoDesc
			WHEN NormAsignada
				MOVE "ASIGNADA" TO EstadoDesc
			WHEN NormPreparada
				MOVE "PREPARADA" TO EstadoDesc
			WHEN NormCorta
				MOVE "CORTA" TO EstadoDesc
			WHEN NormFacturada
				MOVE "FACTURADA" TO EstadoDesc
			WHEN NormRechazada
				MOVE "RECHAZADA" TO EstadoDesc
			WHEN OTHER
				MOVE "DESCONOCIDO" TO EstadoDesc
		END-EVALUATE.

	ImprimeResumenEstados.
		MOVE SPACES TO ConsultaLine
		WRITE ConsultaLine
		WRITE ConsultaLine FROM ResumenTit
		MOVE "Abiertas...................: " TO ReRotulo
		MOVE CntAbiertas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Retenidas por credito......: " TO ReRotulo
		MOVE CntRetenidas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "En suspenso................: " TO ReRotulo
		MOVE CntSuspendidas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Asignadas..................: " TO ReRotulo
		MOVE CntAsignadas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Preparadas.................: " TO ReRotulo
		MOVE CntPreparadas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Preparacion corta..........: " TO ReRotulo
		MOVE CntCortas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Facturadas.................: " TO ReRotulo
		MOVE CntFacturadas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Rechazadas.................: " TO ReRotulo
		MOVE CntRechazadas TO ReNum
		WRITE ConsultaLine FROM ResumenEstado
		MOVE "Total lineas...............: " TO ReRotulo
		MOVE LineasConsulta TO ReNum
		WRITE ConsultaLine FROM ResumenEstado.

	LiberaPendientes.
		PERFORM PosicionaArticulos
		PERFORM UNTIL NoHayMasArticulos
			PERFORM SeleccionaLinea
			IF LineaSeleccionada
				IF NOT NormFacturada AND NOT NormRechazada
				AND NOT (NormCorta AND LpServida = ZEROS)
					MOVE FechaTrans TO SrpFechaTrans
					MOVE LpPedido TO SrpPedido
					MOVE UserArtID TO SrpUserId
					MOVE ArtID TO SrpArtID
					MOVE Cant TO SrpCant
					MOVE EstadoNormal TO SrpEstado
					MOVE ArtMotivo TO SrpMotivo
					RELEASE PendSortRec
				END-IF
			END-IF
			PERFORM LeeArticulo
		END-PERFORM.

	ImprimePendientes.
		MOVE 1 TO IndTramo
		PERFORM UNTIL IndTramo > NUM-TRAMOS
			MOVE ZEROS TO TtLineas(IndTramo)
			MOVE ZEROS TO TtUnidades(IndTramo)
			ADD 1 TO IndTramo
		END-PERFORM

		MOVE SPACES TO FinOrdenado
		RETURN PendSort
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado
			ADD 1 TO LineasPendientes
			MOVE SrpFechaTrans TO FechaCalculo
			COMPUTE DiasAntiguedad =
				(WAnio - FcAnio) * 360
				+ (WMes - FcMes) * 30
				+ (WDia - FcDia)
			IF DiasAntiguedad < ZEROS
				MOVE ZEROS TO DiasAntiguedad
			END-IF
			EVALUATE TRUE
				WHEN DiasAntiguedad NOT > 7
					MOVE 1 TO IndTramo
				WHEN DiasAntiguedad NOT > 15
					MOVE 2 TO IndTramo
				WHEN DiasAntiguedad NOT > 30
					MOVE 3 TO IndTramo
				WHEN DiasAntiguedad NOT > 60
					MOVE 4 TO IndTramo
				WHEN OTHER
					MOVE 5 TO IndTramo
			END-EVALUATE
			PERFORM RotuloTramo
			ADD 1 TO TtLineas(IndTramo)
			ADD SrpCant TO TtUnidades(IndTramo)
			MOVE SrpEstado TO EstadoNormal
			PERFORM DescribeEstado
			MOVE DiasAntiguedad TO PdDias
			MOVE TramoRotulo TO PdTramo
			MOVE SrpFechaTrans TO PdFechaTrans
			MOVE SrpPedido TO PdPedido
			MOVE SrpUserId TO PdUserId
			MOVE SrpArtID TO PdArtID
			MOVE SrpCant TO PdCant
			MOVE EstadoDesc TO PdEstado
			MOVE SrpMotivo TO PdMotivo
			WRITE PendientesLine FROM PendientesDetalle
			RETURN PendSort
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN
		END-PERFORM

		IF LineasPendientes = ZEROS
			WRITE PendientesLine FROM PendientesVacia
		END-IF

		MOVE SPACES TO PendientesLine
		WRITE PendientesLine
		WRITE PendientesLine FROM TramosTit
		MOVE 1 TO IndTramo
		PERFORM UNTIL IndTramo > NUM-TRAMOS
			PERFORM RotuloTramo
			MOVE TramoRotulo TO TrRotulo
			MOVE TtLineas(IndTramo) TO TrLineas
			MOVE TtUnidades(IndTramo) TO TrUnidades
			WRITE PendientesLine FROM TramoResumen
			ADD 1 TO IndTramo
		END-PERFORM.

	RotuloTramo.
		EVALUATE IndTramo
			WHEN 1
				MOVE "0-7 DIAS" TO TramoRotulo
			WHEN 2
				MOVE "8-15 DIAS" TO TramoRotulo
			WHEN 3
				MOVE "16-30 DIAS" TO TramoRotulo
			WHEN 4
				MOVE "31-60 DIAS" TO TramoRotulo
			WHEN OTHER
				MOVE "MAS DE 60" TO TramoRotulo
		END-EVALUATE.
