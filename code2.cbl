        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT CasadasFile ASSIGN TO "CASADAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCasadas.

		SELECT CasHistFile ASSIGN TO "CASHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCasHist.

		SELECT PickFile ASSIGN TO "PICK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
		SELECT RetenRptFile ASSIGN TO "RETENCRD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

	DATA DIVISION.
	FILE SECTION.
	
		   03 ArtID     PIC 9(7).
		02 Cant	   PIC 9(2).
		02 FechaTrans PIC 9(8).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		   88 EstAbierta VALUES SPACE "O".
		   88 EstSuspendida VALUE "S".
		   88 EstAsignada VALUES "A" "P".
		   88 EstCorta VALUE "C".
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).
		  
	FD AlmacenesFile.
	01 AlmacenesDetails.
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).
			 
	FD MaestroArtFile.
	01 MaestroArtDetails.
	   02 CasPrecio       PIC 9(4)V99.
	   02 CasImporte      PIC 9(13)V99.
	   02 CasFechaTrans   PIC 9(8).
	   02 CasCoste        PIC 9(13)V99.

	FD CasHistFile.
	01 CasHistLine        PIC X(80).

	FD PickFile.
	01 PickDetails.
	      03 FrTasa       PIC 9(2)V99.
	      03 FrBase       PIC 9(13)V99.
	      03 FrCuota      PIC 9(11)V99.
	   02 FrTipo          PIC X.
	      88 FrEsAbono    VALUE "A".
	   02 FrFactOrigen    PIC 9(7).

	FD CobrosFile.
	01 CobrosDetails.
	FD RetenRptFile.
	01 RetenRptLine       PIC X(80).

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

	01 Cabecera2.
	       02 Titulo1 PIC X(29) VALUE "UserID   Name      Apellidos".
		   02 Titulo2 PIC X(28) VALUE " Calle           Telefono ".

	01 IndSus PIC 9(4).
	01 SusActual PIC 9(4).

	01 EstadoLinea PIC X VALUE SPACES.
	01 MotivoLinea PIC X(30) VALUE SPACES.

	78 MAX-PEDIDOS-USUARIO VALUE 500.

	01 UltimoPedido PIC 9(7) VALUE ZEROS.
	01 PendientesFactura PIC 9(7) VALUE ZEROS.
	01 NPedUsu PIC 9(4) VALUE ZEROS.
	01 TablaPedidosUsuario.
	    02 TPU OCCURS 0 TO MAX-PEDIDOS-USUARIO DEPENDING ON NPedUsu.
			03 TpuFechaTrans PIC 9(8).
			03 TpuPedido     PIC 9(7).

	01 SwPedidoHallado PIC X VALUE SPACES.
			88 PedidoHallado VALUE '1'.

	01 IndPed PIC 9(4).
	01 IndBusPed PIC 9(4).
	01 IntentosAcum PIC 9(3).

	01 WPeriodoDesde PIC 9(8) VALUE ZEROS.

	01 StatMov PIC X(02) VALUE SPACES.

	01 StatCasadas PIC X(02) VALUE SPACES.
	01 StatCasHist PIC X(02) VALUE SPACES.

	01 FinCasadas PIC X VALUE SPACES.
			88 NoHayMasCasadas VALUE '1'.

	78 MAX-CREDITOS VALUE 9000.
	78 MAX-RETENIDOS VALUE 1000.

	   02 PageNum            PIC 99 VALUE 01.
	   02 Subtotal           PIC 9(13)V99.
	   
	01 Total PIC 9(13)V99 VALUE ZEROS.

	01 TotalArtCount PIC 9(7) VALUE ZEROS.

	   02 CredRetenidasCount PIC 9(7) VALUE ZEROS.
	   02 CredCasadasCount PIC 9(7) VALUE ZEROS.
	   02 CredNuevasRetCount PIC 9(7) VALUE ZEROS.
	   02 YaTratadasCount PIC 9(7) VALUE ZEROS.
	   02 PedidosNuevosCount PIC 9(7) VALUE ZEROS.

	01 GranTotal PIC 9(13)V99 VALUE ZEROS.

	          "Lineas retencion casadas...: ".
	   02 CtrlRetCasNum   PIC Z(6)9.

	01 CtrlTotalesYaT.
	   02 FILLER          PIC X(30) VALUE
	          "Lineas ya tratadas.........: ".
	   02 CtrlYaTratNum   PIC Z(6)9.

	01 CtrlTotalesPed.
	   02 FILLER          PIC X(30) VALUE
	          "Pedidos nuevos numerados...: ".
	   02 CtrlPedNum      PIC Z(6)9.

	01 CtrlTotalesPer.
	   02 FILLER          PIC X(30) VALUE
	          "Lineas fuera de periodo....: ".
	   02 CtrlGranNum     PIC Z(12)9.99.

	PROCEDURE DIVISION.
	OPEN INPUT UsuariosFile,AlmacenesFile,MaestroArtFile.
	OPEN I-O ArticulosFile.

	IF NOT UsIniciado
		DISPLAY "ABEND StudDetailsRpt - ERROR APERTURA USUARIOS.DAT, STATUS " StatUsuarios

	PERFORM ObtenParametros.
	PERFORM LeeRunCtl.
	PERFORM LeePeriodos.
	COMPUTE RunActual = PriorRunNum + 1.
	PERFORM LeeCheckpoint.
	PERFORM CuentaArticulos.

	IF PendientesFactura > ZEROS AND NOT (EsRestart AND HayCheckpoint)
		DISPLAY "ABEND StudDetailsRpt - ART.DAT TIENE " PendientesFactura " LINEAS ASIGNADAS SIN FACTURAR, EJECUTE GeneraFacturas ANTES DE UN NUEVO RUN O USE RESTART"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

	OPEN EXTEND MovFile.
	IF StatMov = "35"
	ELSE
		OPEN OUTPUT Reportfile
		OPEN OUTPUT ExcepFile
		PERFORM GuardaHistoricoCasadas
		OPEN OUTPUT CasadasFile
		OPEN OUTPUT PickFile
		OPEN OUTPUT RechFinFile
	PERFORM CargaSaldosCredito.
	PERFORM CargaSuspenso.
	PERFORM CargaRetenidos.

	Inicio.

			CLOSE CheckpointFile
		END-IF.

	GuardaHistoricoCasadas.
		MOVE SPACES TO FinCasadas
		OPEN INPUT CasadasFile
		IF StatCasadas NOT = "35"
			OPEN EXTEND CasHistFile
			IF StatCasHist = "35"
				OPEN OUTPUT CasHistFile
			END-IF
			READ CasadasFile
				AT END SET NoHayMasCasadas TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasCasadas
				WRITE CasHistLine FROM CasadasDetails
				READ CasadasFile
					AT END SET NoHayMasCasadas TO TRUE
				END-READ
			END-PERFORM
			CLOSE CasadasFile, CasHistFile
		END-IF.

	CuentaArticulos.
		READ ArticulosFile NEXT RECORD
			AT END SET EndOfArticulosFile TO TRUE
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-ADD
			IF ArtNumPedido IS NUMERIC
				IF ArtNumPedido > UltimoPedido
					MOVE ArtNumPedido TO UltimoPedido
				END-IF
			END-IF
			IF ArtFactura IS NUMERIC AND ArtFactura = ZEROS
				IF EstAsignada
				OR (EstCorta AND ArtCantServida IS NUMERIC AND ArtCantServida > ZEROS)
					ADD 1 TO PendientesFactura
				END-IF
			END-IF

			READ ArticulosFile NEXT RECORD
				AT END SET EndOfArticulosFile TO TRUE

	ArtLec.
		MOVE SPACES TO FinArticulosUsuario
		MOVE ZEROS TO NPedUsu
		MOVE UserId TO UserArtID
		START ArticulosFile KEY IS = UserArtID
			INVALID KEY SET NoHayMasArticulosUsuario TO TRUE
			IF UserArtID NOT = UserId
				SET NoHayMasArticulosUsuario TO TRUE
			ELSE
				IF NOT EstAbierta AND NOT EstSuspendida
					ADD 1 TO YaTratadasCount
				ELSE
					MOVE SPACES TO EstadoLinea
					PERFORM BuscaEnSuspenso
					IF LineaYaEnSuspenso
						ADD 1 TO EnSuspensoCount
					ELSE
						IF FechaTrans < WPeriodoDesde
						OR FechaTrans > WPeriodoHasta
							ADD 1 TO FueraPeriodoCount
						ELSE
							IF FechaTrans NOT > FechaLimiteCierre
								MOVE UserId TO ExcUserId
								MOVE ArtID TO ExcArtID
								MOVE Cant TO ExcCant
								MOVE "FECHA EN PERIODO CERRADO" TO ExcMotivo
								PERFORM EscribeExcepcion
								MOVE "R" TO EstadoLinea
							ELSE
								PERFORM Alma
							END-IF
						END-IF
					END-IF
					IF EstadoLinea NOT = SPACES
						PERFORM GrabaEstadoLinea
					END-IF
				END-IF
				READ ArticulosFile NEXT RECORD
					WRITE PrintLine FROM Todo
					PERFORM EscribeCasada
					PERFORM AsignaAlmacenes
					MOVE "A" TO EstadoLinea
					MOVE SPACES TO MotivoLinea
					ADD 1 TO LineCount
					ADD 1 TO CasadasCount
					IF LineaEsSuspenso
				MOVE FrUserId TO CrUserId
				PERFORM BuscaCredito
				IF CreditoHallado
					IF FrEsAbono
						SUBTRACT FrTotal FROM TcrSaldo(IndCred)
					ELSE
						ADD FrTotal TO TcrSaldo(IndCred)
					END-IF
				END-IF
				READ RegistroFile
					AT END SET NoHayMasRegistro TO TRUE
		MOVE Aux TO RtImporte
		MOVE MotivoCredito TO RtMotivo
		WRITE RetenRptLine FROM RetenRptDetails
		MOVE "H" TO EstadoLinea
		MOVE MotivoCredito TO MotivoLinea
		ADD 1 TO CredRetenidasCount
		IF NOT LineaEsSuspenso AND NOT LineaEsRetenida
			ADD 1 TO CredNuevasRetCount
				MOVE TrArtID(IndRet) TO ArtID
				MOVE TrCant(IndRet) TO Cant
				MOVE TrFechaTrans(IndRet) TO FechaTrans
				MOVE SPACES TO EstadoLinea
				PERFORM Alma
				PERFORM ActualizaEstadoClave
				MOVE SPACES TO SwLineaRetenida
			END-IF
			ADD 1 TO IndRet
				MOVE TsArtID(IndSus) TO ArtID
				MOVE TsCant(IndSus) TO Cant
				MOVE TsFechaTrans(IndSus) TO FechaTrans
				MOVE SPACES TO EstadoLinea
				PERFORM Alma
				PERFORM ActualizaEstadoClave
				MOVE SPACES TO SwLineaSuspenso
			END-IF
			ADD 1 TO IndSus
		MOVE FechaTrans TO TnFechaTrans(NSuspNuevo)
		MOVE IntentosAcum TO TnReintentos(NSuspNuevo)
		MOVE "STOCK INSUFICIENTE EN ALMACEN" TO TnMotivo(NSuspNuevo)
		MOVE "S" TO EstadoLinea
		MOVE TnMotivo(NSuspNuevo) TO MotivoLinea
		ADD 1 TO SuspASuspensoCount.

	EscribeRechazoFinal.
		MOVE Cant TO RfCant
		MOVE IntentosAcum TO RfIntentos
		WRITE RechFinLine FROM RechFinDetails
		MOVE "R" TO EstadoLinea
		MOVE RfMotivo TO MotivoLinea
		ADD 1 TO SuspRechazosCount.

	GrabaSuspenso.
		MOVE Cant TO CasCant
		MOVE PrecioArticulo TO CasPrecio
		MOVE Aux TO CasImporte
		IF FechaTrans NOT > FechaLimiteCierre
			MOVE WFechaSistema TO CasFechaTrans
		ELSE
			MOVE FechaTrans TO CasFechaTrans
		END-IF
		MOVE ZEROS TO CasCoste
		WRITE CasadasDetails
		PERFORM EscribeDetalleIntf.


	EscribeExcepcion.
		WRITE ExcepLine FROM ExcepDetails
		MOVE "O" TO EstadoLinea
		MOVE ExcMotivo TO MotivoLinea
		ADD 1 TO OmitidasCount.

	GrabaEstadoLinea.
		MOVE EstadoLinea TO ArtEstado
		MOVE MotivoLinea TO ArtMotivo
		MOVE WFechaSistema TO ArtFechaEstado
		IF ArtNumPedido IS NOT NUMERIC
			PERFORM AsignaNumPedido
		ELSE
			IF ArtNumPedido = ZEROS
				PERFORM AsignaNumPedido
			END-IF
		END-IF
		REWRITE ArticulosDetails
			INVALID KEY
				DISPLAY "ABEND StudDetailsRpt - ERROR REWRITE ART.DAT, CLAVE " UserArtID ArtID ", STATUS " StatArticulos
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-REWRITE.

	AsignaNumPedido.
		MOVE ZEROS TO ArtCantServida
		MOVE ZEROS TO ArtFactura
		MOVE SPACES TO SwPedidoHallado
		MOVE ZEROS TO IndPed
		MOVE 1 TO IndBusPed
		PERFORM UNTIL IndBusPed > NPedUsu OR PedidoHallado
			IF TpuFechaTrans(IndBusPed) = FechaTrans
				SET PedidoHallado TO TRUE
				MOVE IndBusPed TO IndPed
			END-IF
			ADD 1 TO IndBusPed
		END-PERFORM
		IF PedidoHallado
			MOVE TpuPedido(IndPed) TO ArtNumPedido
		ELSE
			IF NPedUsu = MAX-PEDIDOS-USUARIO
				DISPLAY "ABEND StudDetailsRpt - USUARIO " UserId " CON MAS DE " MAX-PEDIDOS-USUARIO " PEDIDOS EN EL RUN"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO UltimoPedido
				ON SIZE ERROR
					DISPLAY "ABEND StudDetailsRpt - NUMERACION DE PEDIDOS AGOTADA"
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-ADD
			ADD 1 TO NPedUsu
			MOVE FechaTrans TO TpuFechaTrans(NPedUsu)
			MOVE UltimoPedido TO TpuPedido(NPedUsu)
			MOVE UltimoPedido TO ArtNumPedido
			ADD 1 TO PedidosNuevosCount
		END-IF.

	ActualizaEstadoClave.
		IF EstadoLinea NOT = SPACES
			MOVE UserId TO UserArtID
			READ ArticulosFile KEY IS ArtKey
				INVALID KEY
					DISPLAY "ADVERTENCIA StudDetailsRpt - LINEA " UserId " " ArtID " NO EXISTE EN ART.DAT, ESTADO NO ACTUALIZADO"
				NOT INVALID KEY
					PERFORM GrabaEstadoLinea
			END-READ
		END-IF.

	EscribeMovimiento.
		MOVE WFechaSistema TO MovFecha
		MOVE RunActual TO MovRunNum
			- (CasadasCount - SuspCasadasCount - CredCasadasCount)
			- OmitidasCount
			- FueraPeriodoCount - EnSuspensoCount
			- CredNuevasRetCount - YaTratadasCount
		MOVE NusrCount TO CtrlUsuNum
		MOVE CasadasCount TO CtrlCasNum
		MOVE OmitidasCount TO CtrlOmiNum
		MOVE CredCasadasCount TO CtrlRetCasNum
		WRITE PrintLine FROM CtrlTotalesRet BEFORE ADVANCING 1 LINES
		WRITE PrintLine FROM CtrlTotalesRetC BEFORE ADVANCING 1 LINES
		MOVE YaTratadasCount TO CtrlYaTratNum
		MOVE PedidosNuevosCount TO CtrlPedNum
		WRITE PrintLine FROM CtrlTotalesYaT BEFORE ADVANCING 1 LINES
		WRITE PrintLine FROM CtrlTotalesPed BEFORE ADVANCING 1 LINES
		IF PeriodoActivo
			MOVE FueraPeriodoCount TO CtrlPerNum
			MOVE WPeriodoDesde TO CtrlPerDesde
			WRITE PrintLine FROM CtrlTotalesPerSel BEFORE ADVANCING 1 LINES
		END-IF
		WRITE PrintLine FROM CtrlTotalesGran BEFORE ADVANCING 1 LINES.

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
