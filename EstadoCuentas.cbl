	IDENTIFICATION DIVISION.
	PROGRAM-ID.  EstadoCuentas.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT CobrosFile ASSIGN TO "COBROS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCobros.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

		SELECT CreditoFile ASSIGN TO "CREDITO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCredito.

		SELECT ReclamaFile ASSIGN TO "RECLAMA.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatReclama.

		SELECT SortFile ASSIGN TO "EXTRSORT.TMP".

		SELECT ExtractoFile ASSIGN TO "EXTRACTO.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT CartasFile ASSIGN TO "CARTAS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT CtlReclamaFile ASSIGN TO "RECLAMA.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

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

	FD CobrosFile.
	01 CobrosDetails.
	    88 EndOfCobrosFile VALUE HIGH-VALUES.
	   02 CbFactura       PIC 9(7).
	   02 CbFecha         PIC 9(8).
	   02 CbFechaGrupo REDEFINES CbFecha.
	      03 CbAnioMes    PIC 9(6).
	      03 CbDia        PIC 9(2).
	   02 CbUserId        PIC X(8).
	   02 CbImporte       PIC 9(13)V99.

	FD ArchivoFile.
	01 ArchivoLine        PIC X(250).

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

	FD CreditoFile.
	01 CreditoDetails.
	    88 EndOfCreditoFile VALUE HIGH-VALUES.
	   02 CrUserId        PIC X(8).
	   02 CrLimite        PIC 9(13)V99.
	   02 CrHold          PIC X.

	FD ReclamaFile.
	01 ReclamaDetails.
	    88 EndOfReclamaFile VALUE HIGH-VALUES.
	   02 RlUserId        PIC X(8).
	   02 RlNivel         PIC 9.
	   02 RlFechaNivel    PIC 9(8).
	   02 RlHoldAuto      PIC X.

	SD SortFile.
	01 SortRec.
	   02 SrtUserId       PIC X(8).
	   02 SrtTipo         PIC X.
	      88 SrtEsFactura VALUE "1".
	      88 SrtEsCobro   VALUE "2".
	   02 SrtFecha        PIC 9(8).
	   02 SrtNumero       PIC 9(7).
	   02 SrtTotal        PIC 9(13)V99.
	   02 SrtPagado       PIC 9(13)V99.
	   02 SrtSaldo        PIC S9(13)V99.
	   02 SrtClase        PIC X.
	      88 SrtEsAbonoACuenta VALUE "A".

   	FD ExtractoFile.
	01 ExtractoLine       PIC X(90).

   	FD CartasFile.
	01 CartaLine          PIC X(90).

   	FD CtlReclamaFile.
	01 CtlReclamaLine     PIC X(100).


	WORKING-STORAGE SECTION.

	78 MAX-FACTURAS VALUE 9000.
	78 MAX-CREDITOS VALUE 9000.
	78 MAX-RECLAMA VALUE 9000.
	78 MAX-VENCIDAS VALUE 200.
	78 DIAS-AVISO-1 VALUE 30.
	78 DIAS-AVISO-2 VALUE 60.
	78 DIAS-AVISO-3 VALUE 90.
	78 DIAS-ENTRE-AVISOS VALUE 15.

	01 StatRegistro PIC X(02) VALUE SPACES.
	           88 RegIniciado VALUE '00'.
	01 StatCobros PIC X(02) VALUE SPACES.
	01 StatCredito PIC X(02) VALUE SPACES.
	01 StatReclama PIC X(02) VALUE SPACES.
	01 StatArchivo PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.
	01 StatPeriodos PIC X(02) VALUE SPACES.

	01 FinArchivo PIC X VALUE SPACES.
			88 NoHayMasArchivo VALUE '1'.
	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.

	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 MesArchivo PIC 9(6) VALUE ZEROS.
	01 MesArchivoGrupo REDEFINES MesArchivo.
	   02 MaAnio PIC 9(4).
	   02 MaMes  PIC 9(2).

	01 NombreArchivo PIC X(12) VALUE SPACES.
	01 NombreArchivoGrupo REDEFINES NombreArchivo.
	   02 NaPrefijo   PIC X(2).
	   02 NaAnioMes   PIC 9(6).
	   02 NaExtension PIC X(4).

	01 NFact PIC 9(4) VALUE ZEROS.
	01 TablaFacturas.
	    02 TB OCCURS 0 TO MAX-FACTURAS DEPENDING ON NFact
		INDEXED BY IB.
			03 TbNumero    PIC 9(7).
			03 TbFecha     PIC 9(8).
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

	01 NCreditos PIC 9(4) VALUE ZEROS.
	01 TablaCreditos.
	    02 TCR OCCURS 0 TO MAX-CREDITOS DEPENDING ON NCreditos.
			03 TcrUserId   PIC X(8).
			03 TcrLimite   PIC 9(13)V99.
			03 TcrHold     PIC X.

	01 SwCreditoHallado PIC X VALUE SPACES.
			88 CreditoHallado VALUE '1'.
	01 IndCred PIC 9(4).
	01 IndBusCred PIC 9(4).

	01 SwCreditoModificado PIC X VALUE SPACES.
			88 CreditoModificado VALUE '1'.

	01 NReclama PIC 9(4) VALUE ZEROS.
	01 TablaReclama.
	    02 TRL OCCURS 0 TO MAX-RECLAMA DEPENDING ON NReclama.
			03 TrlUserId   PIC X(8).
			03 TrlNivel    PIC 9.
			03 TrlFechaNivel PIC 9(8).
			03 TrlHoldAuto PIC X.
			03 TrlVisto    PIC X.

	01 SwReclamaHallada PIC X VALUE SPACES.
			88 ReclamaHallada VALUE '1'.
	01 IndRecl PIC 9(4).
	01 IndBusRecl PIC 9(4).

	01 NVencidas PIC 9(4) VALUE ZEROS.
	01 TablaVencidas.
	    02 TVE OCCURS 0 TO MAX-VENCIDAS DEPENDING ON NVencidas.
			03 TveNumero   PIC 9(7).
			03 TveFecha    PIC 9(8).
			03 TveSaldo    PIC S9(13)V99.
			03 TveDias     PIC S9(5).
	01 IndVenc PIC 9(4).

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 SwUserAbierto PIC X VALUE SPACES.
			88 UserAbierto VALUE '1'.
	01 UserAnterior PIC X(8) VALUE SPACES.
	01 TipoAnterior PIC X VALUE SPACES.

	01 SaldoFactura PIC S9(13)V99.
	01 DiasAntiguedad PIC S9(5).
	01 DiasDesdeAviso PIC S9(5).

	01 FechaCalculo PIC 9(8).
	01 FechaCalculoGrupo REDEFINES FechaCalculo.
	   02 FcAnio PIC 9(4).
	   02 FcMes  PIC 9(2).
	   02 FcDia  PIC 9(2).

	01 AcumUsuario.
	   02 UsrSaldo          PIC S9(13)V99.
	   02 UsrVencido        PIC S9(13)V99.
	   02 UsrCobrosMes      PIC 9(13)V99.
	   02 UsrDiasMax        PIC S9(5).
	   02 UsrACuenta        PIC 9(13)V99.

	01 NivelCalculado PIC 9.
	01 NivelAnterior PIC 9.
	01 NivelNuevo PIC 9.
	01 HoldAnterior PIC X.
	01 AccionReclama PIC X(12).

	01 SwCartaEmitida PIC X VALUE SPACES.
			88 CartaEmitida VALUE '1'.

	01 WParmMes PIC X(6) VALUE SPACES.
	01 MesExtracto PIC 9(6).
	01 FechaFinExtracto PIC 9(8).
	01 SwMesActual PIC X VALUE SPACES.
			88 EsMesActual VALUE '1'.

	01 ContadoresExtracto.
	   02 FacturasLeidas   PIC 9(7) VALUE ZEROS.
	   02 CobrosLeidos     PIC 9(7) VALUE ZEROS.
	   02 ExtractosCount   PIC 9(7) VALUE ZEROS.
	   02 CartasNivel1     PIC 9(7) VALUE ZEROS.
	   02 CartasNivel2     PIC 9(7) VALUE ZEROS.
	   02 CartasNivel3     PIC 9(7) VALUE ZEROS.
	   02 RetencionesPuestas PIC 9(7) VALUE ZEROS.
	   02 RetencionesQuitadas PIC 9(7) VALUE ZEROS.
	   02 SinRegistroCredito PIC 9(7) VALUE ZEROS.
	   02 AbonosSinFactura PIC 9(7) VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	   02 WAnio PIC 9(4).
	   02 WMes  PIC 9(2).
	   02 WDia  PIC 9(2).
	01 WAnioMesGrupo REDEFINES WFechaSistema.
	   02 WAnioMes PIC 9(6).
	   02 FILLER   PIC 9(2).

	01 WHoraSistema PIC 9(8).
	01 WHoraGrupo REDEFINES WHoraSistema.
	   02 WHH PIC 9(2).
	   02 WMM PIC 9(2).
	   02 WSS PIC 9(2).
	   02 WCC PIC 9(2).

	01 PrnFecha PIC X(10) VALUE SPACES.
	01 PrnHora PIC X(8) VALUE SPACES.

	01 ExtractoEnc.
	   02 FILLER          PIC X(26) VALUE "EXTRACTO DE CUENTA        ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 EeFecha         PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 EeHora          PIC X(8) VALUE SPACES.

	01 ExtractoCliente.
	   02 FILLER          PIC X(10) VALUE "CLIENTE: ".
	   02 EcUserId        PIC X(8).
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 FILLER          PIC X(5) VALUE "MES: ".
	   02 EcMes           PIC 9(6).

	01 ExtractoTitFact PIC X(40) VALUE "FACTURAS PENDIENTES".

	01 ExtractoCabFact.
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(9) VALUE "Factura".
	   02 FILLER          PIC X(17) VALUE "Total".
	   02 FILLER          PIC X(17) VALUE "Pagado/Abono".
	   02 FILLER          PIC X(17) VALUE "Saldo".
	   02 FILLER          PIC X(6) VALUE "Dias".
	   02 FILLER          PIC X(8) VALUE "Estado".

	01 ExtractoFactura.
	   02 EfFecha         PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfNumero        PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfTotal         PIC Z(12)9.99.
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 EfPagado        PIC Z(12)9.99.
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 EfSaldo         PIC -(12)9.99.
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 EfDias          PIC -(3)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfEstado        PIC X(7).

	01 ExtractoTitCobro PIC X(40) VALUE "COBROS APLICADOS EN EL MES".

	01 ExtractoCabCobro.
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(9) VALUE "Factura".
	   02 FILLER          PIC X(17) VALUE "Importe".

	01 ExtractoCobro.
	   02 EbFecha         PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EbFactura       PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EbImporte       PIC Z(12)9.99.

	01 ExtractoPie.
	   02 FILLER          PIC X(30) VALUE "COBROS DEL MES.............: ".
	   02 EpCobros        PIC Z(12)9.99.

	01 ExtractoACuenta.
	   02 FILLER          PIC X(30) VALUE "ABONOS A CUENTA............: ".
	   02 EaImporte       PIC Z(12)9.99.

	01 ExtractoSaldo.
	   02 FILLER          PIC X(30) VALUE "SALDO FINAL................: ".
	   02 EsSaldo         PIC -(12)9.99.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(10) VALUE "VENCIDO: ".
	   02 EsVencido       PIC -(12)9.99.

	01 CartaCab.
	   02 FILLER          PIC X(23) VALUE "CARTA DE RECLAMACION - ".
	   02 CcNivelTexto    PIC X(22).
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 CcFecha         PIC X(10).

	01 CartaCliente.
	   02 FILLER          PIC X(10) VALUE "CLIENTE: ".
	   02 CcUserId        PIC X(8).

	01 CartaTexto          PIC X(90).

	01 CartaFactura.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(9) VALUE "Factura ".
	   02 CfNumero        PIC Z(6)9.
	   02 FILLER          PIC X(5) VALUE " del ".
	   02 CfFecha         PIC 9(8).
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 CfSaldo         PIC -(12)9.99.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 CfDias          PIC Z(3)9.
	   02 FILLER          PIC X(5) VALUE " dias".

	01 CartaTotal.
	   02 FILLER          PIC X(30) VALUE "TOTAL VENCIDO..............: ".
	   02 CtVencido       PIC -(12)9.99.

	01 CartaSeparador      PIC X(90) VALUE ALL "-".

	01 CtlReclamaEnc.
	   02 FILLER          PIC X(26) VALUE "CONTROL DE RECLAMACIONES  ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 CeFecha         PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 CeHora          PIC X(8) VALUE SPACES.

	01 CtlReclamaCab.
	   02 FILLER          PIC X(10) VALUE "UserID".
	   02 FILLER          PIC X(17) VALUE "Vencido".
	   02 FILLER          PIC X(8) VALUE "DiasMax".
	   02 FILLER          PIC X(7) VALUE "NivAnt".
	   02 FILLER          PIC X(7) VALUE "NivNue".
	   02 FILLER          PIC X(7) VALUE "RetAnt".
	   02 FILLER          PIC X(7) VALUE "RetNue".
	   02 FILLER          PIC X(13) VALUE "Accion".
	   02 FILLER          PIC X(20) VALUE "Observacion".

	01 CtlReclamaDetalle.
	   02 CdUserId        PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdVencido       PIC -(12)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 CdDias          PIC -(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 CdNivelAnt      PIC 9.
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 CdNivelNue      PIC 9.
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 CdHoldAnt       PIC X.
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 CdHoldNue       PIC X.
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 CdAccion        PIC X(12).
	   02 FILLER          PIC X(1) VALUE SPACE.
	   02 CdObservacion   PIC X(20).

	PROCEDURE DIVISION.
		PERFORM ObtenParametros
		PERFORM LeePeriodos

		PERFORM CargaFacturas
		PERFORM CargaCobros

		OPEN OUTPUT ExtractoFile
		IF EsMesActual
			PERFORM CargaCreditos
			PERFORM CargaReclamaciones
			OPEN OUTPUT CartasFile, CtlReclamaFile
			WRITE CtlReclamaLine FROM CtlReclamaEnc
			WRITE CtlReclamaLine FROM CtlReclamaCab
		ELSE
			DISPLAY "EstadoCuentas - MES " MesExtracto " ANTERIOR AL ACTUAL: SOLO EXTRACTOS, SIN RECLAMACIONES NI RETENCIONES"
		END-IF

		SORT SortFile
			ON ASCENDING KEY SrtUserId SrtTipo SrtFecha SrtNumero
			INPUT PROCEDURE IS LiberaMovimientos
			OUTPUT PROCEDURE IS ImprimeExtractos

		CLOSE ExtractoFile

		IF EsMesActual
			PERFORM RevisaNoVistos
			CLOSE CartasFile, CtlReclamaFile
			PERFORM GrabaReclamaciones
			IF CreditoModificado
				PERFORM GrabaCreditos
			END-IF
		END-IF

		DISPLAY "EstadoCuentas - FACTURAS: " FacturasLeidas
			" COBROS: " CobrosLeidos
			" EXTRACTOS: " ExtractosCount
			" ABONOS A CUENTA: " AbonosSinFactura
		DISPLAY "EstadoCuentas - CARTAS NIVEL 1: " CartasNivel1
			" NIVEL 2: " CartasNivel2
			" AVISO FINAL: " CartasNivel3
			" RETENIDOS: " RetencionesPuestas
			" LIBERADOS: " RetencionesQuitadas
			" SIN CREDITO.DAT: " SinRegistroCredito

		STOP RUN.

	ObtenParametros.
		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora
		MOVE PrnFecha TO EeFecha
		MOVE PrnHora TO EeHora
		MOVE PrnFecha TO CeFecha
		MOVE PrnHora TO CeHora
		MOVE PrnFecha TO CcFecha

		MOVE WAnioMes TO MesExtracto
		MOVE SPACES TO WParmMes
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmMes FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmMes
		END-ACCEPT
		IF WParmMes = "*"
			MOVE SPACES TO WParmMes
		END-IF
		IF WParmMes NOT = SPACES
			IF WParmMes IS NOT NUMERIC
			OR WParmMes(5:2) < "01" OR WParmMes(5:2) > "12"
				DISPLAY "ABEND EstadoCuentas - PARAMETRO DE MES NO VALIDO (AAAAMM): " WParmMes
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WParmMes TO MesExtracto
		END-IF
		COMPUTE FechaFinExtracto = MesExtracto * 100 + 99
		IF MesExtracto = WAnioMes
			SET EsMesActual TO TRUE
		END-IF.

	CargaFacturas.
		MOVE "FR" TO NaPrefijo
		MOVE MesExtracto TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM CargaArchivoFacturas
			PERFORM AvanzaMesArchivo
		END-PERFORM

		OPEN INPUT RegistroFile
		IF StatRegistro = "35"
			CONTINUE
		ELSE
			IF NOT RegIniciado
				DISPLAY "ABEND EstadoCuentas - ERROR APERTURA FACTREG.DAT, STATUS " StatRegistro
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				PERFORM CargaFactura
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF.

	CargaArchivoFacturas.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			PERFORM CargaFactura
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	CargaFactura.
		IF FrFecha NOT > FechaFinExtracto
			ADD 1 TO FacturasLeidas
			IF FrEsAbono
				MOVE FrFactOrigen TO FacturaBuscada
				PERFORM BuscaFactura
				IF FacturaHallada
					ADD FrTotal TO TbAbonado(IndFact)
				ELSE
					PERFORM CargaAbonoACuenta
				END-IF
			ELSE
				IF NFact = MAX-FACTURAS
					DISPLAY "ABEND EstadoCuentas - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " REGISTROS"
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
		END-IF.

	CargaAbonoACuenta.
		IF NFact = MAX-FACTURAS
			DISPLAY "ABEND EstadoCuentas - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " REGISTROS"
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
		MOVE "CB" TO NaPrefijo
		MOVE MesExtracto TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM CargaArchivoCobros
			PERFORM AvanzaMesArchivo
		END-PERFORM

		OPEN INPUT CobrosFile
		IF StatCobros = "35"
			CONTINUE
		ELSE
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				PERFORM CargaCobro
				READ CobrosFile
					AT END SET EndOfCobrosFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CobrosFile
		END-IF.

	CargaArchivoCobros.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			PERFORM CargaCobro
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	CargaCobro.
		IF CbFecha NOT > FechaFinExtracto
			MOVE CbFactura TO FacturaBuscada
			PERFORM BuscaFactura
			IF FacturaHallada
				ADD CbImporte TO TbCobrado(IndFact)
			ELSE
				DISPLAY "ADVERTENCIA EstadoCuentas - COBRO SOBRE FACTURA " CbFactura " NO REGISTRADA EN FACTREG.DAT"
			END-IF
		END-IF.

	BuscaFactura.
		MOVE SPACES TO SwFacturaHallada
		MOVE ZEROS TO IndFact
		SET IB TO 1
		SEARCH TB
			WHEN TbNumero(IB) = FacturaBuscada
				SET FacturaHallada TO TRUE
				SET IndFact TO IB
		END-SEARCH.

	CargaCreditos.
		OPEN INPUT CreditoFile
		IF StatCredito = "35"
			CONTINUE
		ELSE
			READ CreditoFile
				AT END SET EndOfCreditoFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCreditoFile
				IF NCreditos = MAX-CREDITOS
					DISPLAY "ABEND EstadoCuentas - CREDITO.DAT TIENE MAS DE " MAX-CREDITOS " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NCreditos
				MOVE CrUserId TO TcrUserId(NCreditos)
				MOVE CrLimite TO TcrLimite(NCreditos)
				MOVE CrHold TO TcrHold(NCreditos)
				READ CreditoFile
					AT END SET EndOfCreditoFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CreditoFile
		END-IF.

	BuscaCredito.
		MOVE SPACES TO SwCreditoHallado
		MOVE ZEROS TO IndCred
		MOVE 1 TO IndBusCred
		PERFORM UNTIL IndBusCred > NCreditos OR CreditoHallado
			IF TcrUserId(IndBusCred) = UserAnterior
				SET CreditoHallado TO TRUE
				MOVE IndBusCred TO IndCred
			END-IF
			ADD 1 TO IndBusCred
		END-PERFORM.

	CargaReclamaciones.
		OPEN INPUT ReclamaFile
		IF StatReclama = "35"
			CONTINUE
		ELSE
			READ ReclamaFile
				AT END SET EndOfReclamaFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfReclamaFile
				IF NReclama = MAX-RECLAMA
					DISPLAY "ABEND EstadoCuentas - RECLAMA.DAT TIENE MAS DE " MAX-RECLAMA " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NReclama
				MOVE RlUserId TO TrlUserId(NReclama)
				MOVE RlNivel TO TrlNivel(NReclama)
				MOVE RlFechaNivel TO TrlFechaNivel(NReclama)
				MOVE RlHoldAuto TO TrlHoldAuto(NReclama)
				MOVE SPACE TO TrlVisto(NReclama)
				READ ReclamaFile
					AT END SET EndOfReclamaFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE ReclamaFile
		END-IF.

	BuscaReclamacion.
		MOVE SPACES TO SwReclamaHallada
		MOVE ZEROS TO IndRecl
		MOVE 1 TO IndBusRecl
		PERFORM UNTIL IndBusRecl > NReclama OR ReclamaHallada
			IF TrlUserId(IndBusRecl) = UserAnterior
				SET ReclamaHallada TO TRUE
				MOVE IndBusRecl TO IndRecl
			END-IF
			ADD 1 TO IndBusRecl
		END-PERFORM
		IF NOT ReclamaHallada
			IF NReclama = MAX-RECLAMA
				DISPLAY "ABEND EstadoCuentas - TABLA DE RECLAMACIONES LLENA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NReclama
			MOVE NReclama TO IndRecl
			MOVE UserAnterior TO TrlUserId(IndRecl)
			MOVE ZEROS TO TrlNivel(IndRecl)
			MOVE ZEROS TO TrlFechaNivel(IndRecl)
			MOVE SPACE TO TrlHoldAuto(IndRecl)
		END-IF
		MOVE "1" TO TrlVisto(IndRecl).

	LiberaMovimientos.
		MOVE 1 TO IndFact
		PERFORM UNTIL IndFact > NFact
			COMPUTE SaldoFactura =
				TbTotal(IndFact) - TbCobrado(IndFact)
				- TbAbonado(IndFact)
			IF SaldoFactura NOT = ZEROS
				MOVE TbUserId(IndFact) TO SrtUserId
				SET SrtEsFactura TO TRUE
				MOVE TbFecha(IndFact) TO SrtFecha
				MOVE TbNumero(IndFact) TO SrtNumero
				MOVE TbTotal(IndFact) TO SrtTotal
				COMPUTE SrtPagado = TbCobrado(IndFact) + TbAbonado(IndFact)
				MOVE SaldoFactura TO SrtSaldo
				MOVE TbTipo(IndFact) TO SrtClase
				RELEASE SortRec
			END-IF
			ADD 1 TO IndFact
		END-PERFORM

		MOVE "CB" TO NaPrefijo
		MOVE MesExtracto TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM LiberaArchivoCobros
			PERFORM AvanzaMesArchivo
		END-PERFORM

		OPEN INPUT CobrosFile
		IF StatCobros = "35"
			CONTINUE
		ELSE
			MOVE SPACES TO CobrosDetails
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				PERFORM LiberaCobro
				READ CobrosFile
					AT END SET EndOfCobrosFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CobrosFile
		END-IF.

	LiberaArchivoCobros.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			PERFORM LiberaCobro
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	LiberaCobro.
		IF CbAnioMes = MesExtracto
			ADD 1 TO CobrosLeidos
			MOVE CbUserId TO SrtUserId
			SET SrtEsCobro TO TRUE
			MOVE CbFecha TO SrtFecha
			MOVE CbFactura TO SrtNumero
			MOVE CbImporte TO SrtTotal
			MOVE ZEROS TO SrtPagado
			MOVE ZEROS TO SrtSaldo
			MOVE SPACE TO SrtClase
			RELEASE SortRec
		END-IF.

	ImprimeExtractos.
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF UserAbierto AND SrtUserId NOT = UserAnterior
				PERFORM CierraExtracto
			END-IF
			IF NOT UserAbierto
				PERFORM AbreExtracto
			END-IF

			IF SrtTipo NOT = TipoAnterior
				MOVE SrtTipo TO TipoAnterior
				IF SrtEsFactura
					WRITE ExtractoLine FROM ExtractoTitFact
					WRITE ExtractoLine FROM ExtractoCabFact
				ELSE
					WRITE ExtractoLine FROM ExtractoTitCobro
					WRITE ExtractoLine FROM ExtractoCabCobro
				END-IF
			END-IF

			IF SrtEsFactura
				PERFORM EscribeFacturaExtracto
			ELSE
				PERFORM EscribeCobroExtracto
			END-IF

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF UserAbierto
			PERFORM CierraExtracto
		END-IF.

	AbreExtracto.
		MOVE SrtUserId TO UserAnterior
		MOVE SPACES TO TipoAnterior
		MOVE ZEROS TO AcumUsuario
		MOVE ZEROS TO NVencidas
		SET UserAbierto TO TRUE
		WRITE ExtractoLine FROM ExtractoEnc
		MOVE SrtUserId TO EcUserId
		MOVE MesExtracto TO EcMes
		WRITE ExtractoLine FROM ExtractoCliente.

	EscribeFacturaExtracto.
		MOVE SrtFecha TO FechaCalculo
		COMPUTE DiasAntiguedad =
			(WAnio - FcAnio) * 360
			+ (WMes - FcMes) * 30
			+ (WDia - FcDia)
		MOVE SrtFecha TO EfFecha
		MOVE SrtNumero TO EfNumero
		MOVE SrtTotal TO EfTotal
		MOVE SrtPagado TO EfPagado
		MOVE SrtSaldo TO EfSaldo
		MOVE DiasAntiguedad TO EfDias
		MOVE SPACES TO EfEstado
		ADD SrtSaldo TO UsrSaldo
		IF SrtEsAbonoACuenta
			MOVE "ABONO" TO EfEstado
			SUBTRACT SrtSaldo FROM UsrACuenta
		END-IF
		IF SrtSaldo > ZEROS AND DiasAntiguedad NOT < DIAS-AVISO-1
			MOVE "VENCIDA" TO EfEstado
			ADD SrtSaldo TO UsrVencido
			IF DiasAntiguedad > UsrDiasMax
				MOVE DiasAntiguedad TO UsrDiasMax
			END-IF
			IF NVencidas < MAX-VENCIDAS
				ADD 1 TO NVencidas
				MOVE SrtNumero TO TveNumero(NVencidas)
				MOVE SrtFecha TO TveFecha(NVencidas)
				MOVE SrtSaldo TO TveSaldo(NVencidas)
				MOVE DiasAntiguedad TO TveDias(NVencidas)
			END-IF
		END-IF
		WRITE ExtractoLine FROM ExtractoFactura.

	EscribeCobroExtracto.
		MOVE SrtFecha TO EbFecha
		MOVE SrtNumero TO EbFactura
		MOVE SrtTotal TO EbImporte
		ADD SrtTotal TO UsrCobrosMes
		WRITE ExtractoLine FROM ExtractoCobro.

	CierraExtracto.
		MOVE UsrCobrosMes TO EpCobros
		WRITE ExtractoLine FROM ExtractoPie
		IF UsrACuenta > ZEROS
			MOVE UsrACuenta TO EaImporte
			WRITE ExtractoLine FROM ExtractoACuenta
			IF UsrACuenta NOT < UsrVencido
				MOVE ZEROS TO UsrVencido
			ELSE
				SUBTRACT UsrACuenta FROM UsrVencido
			END-IF
		END-IF
		MOVE UsrSaldo TO EsSaldo
		MOVE UsrVencido TO EsVencido
		WRITE ExtractoLine FROM ExtractoSaldo
		MOVE SPACES TO ExtractoLine
		WRITE ExtractoLine
		ADD 1 TO ExtractosCount

		IF EsMesActual
			PERFORM BuscaReclamacion
			PERFORM ProcesaReclamacion
		END-IF
		MOVE SPACES TO SwUserAbierto.

	ProcesaReclamacion.
		MOVE ZEROS TO NivelCalculado
		IF UsrVencido > ZEROS
			EVALUATE TRUE
				WHEN UsrDiasMax NOT < DIAS-AVISO-3
					MOVE 3 TO NivelCalculado
				WHEN UsrDiasMax NOT < DIAS-AVISO-2
					MOVE 2 TO NivelCalculado
				WHEN OTHER
					MOVE 1 TO NivelCalculado
			END-EVALUATE
		END-IF

		MOVE TrlNivel(IndRecl) TO NivelAnterior
		MOVE NivelAnterior TO NivelNuevo
		PERFORM BuscaCredito
		IF CreditoHallado
			MOVE TcrHold(IndCred) TO HoldAnterior
		ELSE
			MOVE SPACE TO HoldAnterior
		END-IF
		MOVE SPACES TO AccionReclama
		MOVE SPACES TO CdObservacion
		MOVE SPACES TO SwCartaEmitida

		IF NivelCalculado = ZEROS
			IF NivelAnterior > ZEROS
				MOVE ZEROS TO NivelNuevo
				MOVE "SALDADO" TO AccionReclama
			END-IF
		ELSE
			IF NivelCalculado > NivelAnterior
				MOVE TrlFechaNivel(IndRecl) TO FechaCalculo
				COMPUTE DiasDesdeAviso =
					(WAnio - FcAnio) * 360
					+ (WMes - FcMes) * 30
					+ (WDia - FcDia)
				IF NivelAnterior = ZEROS
				OR DiasDesdeAviso NOT < DIAS-ENTRE-AVISOS
					ADD 1 TO NivelNuevo
					MOVE WFechaSistema TO TrlFechaNivel(IndRecl)
					PERFORM EscribeCarta
					SET CartaEmitida TO TRUE
					MOVE "CARTA" TO AccionReclama
				ELSE
					MOVE "EN ESPERA" TO AccionReclama
				END-IF
			ELSE
				IF NivelCalculado < NivelAnterior
					MOVE NivelCalculado TO NivelNuevo
					MOVE "REBAJADO" TO AccionReclama
				END-IF
			END-IF
		END-IF
		MOVE NivelNuevo TO TrlNivel(IndRecl)

		IF NivelNuevo = 3 AND TrlHoldAuto(IndRecl) NOT = "S"
			IF NOT CreditoHallado
				MOVE "SIN CREDITO.DAT" TO CdObservacion
				ADD 1 TO SinRegistroCredito
			ELSE
				IF TcrHold(IndCred) = "H"
					MOVE "RETENCION MANUAL" TO CdObservacion
				ELSE
					MOVE "H" TO TcrHold(IndCred)
					MOVE "S" TO TrlHoldAuto(IndRecl)
					SET CreditoModificado TO TRUE
					ADD 1 TO RetencionesPuestas
					MOVE "RETENIDO" TO CdObservacion
				END-IF
			END-IF
		END-IF

		IF UsrVencido NOT > ZEROS AND TrlHoldAuto(IndRecl) = "S"
			PERFORM LiberaRetencion
		END-IF

		IF UsrVencido > ZEROS OR AccionReclama NOT = SPACES
		OR CdObservacion NOT = SPACES
			PERFORM EscribeControl
		END-IF.

	LiberaRetencion.
		IF CreditoHallado
			IF TcrHold(IndCred) = "H"
				MOVE SPACE TO TcrHold(IndCred)
				SET CreditoModificado TO TRUE
				ADD 1 TO RetencionesQuitadas
				MOVE "LIBERADO" TO CdObservacion
			END-IF
		END-IF
		MOVE SPACE TO TrlHoldAuto(IndRecl).

	EscribeControl.
		MOVE UserAnterior TO CdUserId
		MOVE UsrVencido TO CdVencido
		MOVE UsrDiasMax TO CdDias
		MOVE NivelAnterior TO CdNivelAnt
		MOVE NivelNuevo TO CdNivelNue
		MOVE HoldAnterior TO CdHoldAnt
		IF CreditoHallado
			MOVE TcrHold(IndCred) TO CdHoldNue
		ELSE
			MOVE SPACE TO CdHoldNue
		END-IF
		MOVE AccionReclama TO CdAccion
		WRITE CtlReclamaLine FROM CtlReclamaDetalle.

	EscribeCarta.
		EVALUATE NivelNuevo
			WHEN 1
				MOVE "PRIMER RECORDATORIO" TO CcNivelTexto
				ADD 1 TO CartasNivel1
			WHEN 2
				MOVE "SEGUNDO RECORDATORIO" TO CcNivelTexto
				ADD 1 TO CartasNivel2
			WHEN OTHER
				MOVE "AVISO FINAL" TO CcNivelTexto
				ADD 1 TO CartasNivel3
		END-EVALUATE
		WRITE CartaLine FROM CartaCab
		MOVE UserAnterior TO CcUserId
		WRITE CartaLine FROM CartaCliente
		MOVE SPACES TO CartaLine
		WRITE CartaLine
		EVALUATE NivelNuevo
			WHEN 1
				MOVE "LE RECORDAMOS QUE LAS SIGUIENTES FACTURAS FIGURAN PENDIENTES DE PAGO:"
					TO CartaTexto
			WHEN 2
				MOVE "NO HEMOS RECIBIDO EL PAGO DE LAS FACTURAS RECLAMADAS. ROGAMOS SU ABONO INMEDIATO:"
					TO CartaTexto
			WHEN OTHER
				MOVE "ULTIMO AVISO ANTES DE SUSPENDER EL SERVICIO. FACTURAS VENCIDAS:"
					TO CartaTexto
		END-EVALUATE
		WRITE CartaLine FROM CartaTexto

		MOVE 1 TO IndVenc
		PERFORM UNTIL IndVenc > NVencidas
			MOVE TveNumero(IndVenc) TO CfNumero
			MOVE TveFecha(IndVenc) TO CfFecha
			MOVE TveSaldo(IndVenc) TO CfSaldo
			MOVE TveDias(IndVenc) TO CfDias
			WRITE CartaLine FROM CartaFactura
			ADD 1 TO IndVenc
		END-PERFORM

		MOVE UsrVencido TO CtVencido
		WRITE CartaLine FROM CartaTotal
		IF NivelNuevo = 3
			MOVE "SU CUENTA QUEDA RETENIDA HASTA LA REGULARIZACION DEL SALDO VENCIDO."
				TO CartaTexto
			WRITE CartaLine FROM CartaTexto
		END-IF
		WRITE CartaLine FROM CartaSeparador.

	RevisaNoVistos.
		MOVE SPACES TO SwUserAbierto
		MOVE 1 TO IndRecl
		PERFORM UNTIL IndRecl > NReclama
			IF TrlVisto(IndRecl) NOT = "1"
			AND (TrlNivel(IndRecl) > ZEROS OR TrlHoldAuto(IndRecl) = "S")
				MOVE TrlUserId(IndRecl) TO UserAnterior
				MOVE ZEROS TO AcumUsuario
				MOVE TrlNivel(IndRecl) TO NivelAnterior
				MOVE ZEROS TO NivelNuevo
				MOVE ZEROS TO TrlNivel(IndRecl)
				PERFORM BuscaCredito
				IF CreditoHallado
					MOVE TcrHold(IndCred) TO HoldAnterior
				ELSE
					MOVE SPACE TO HoldAnterior
				END-IF
				MOVE "SALDADO" TO AccionReclama
				MOVE SPACES TO CdObservacion
				IF TrlHoldAuto(IndRecl) = "S"
					PERFORM LiberaRetencion
				END-IF
				PERFORM EscribeControl
			END-IF
			ADD 1 TO IndRecl
		END-PERFORM.

	GrabaReclamaciones.
		OPEN OUTPUT ReclamaFile
		IF StatReclama NOT = "00"
			DISPLAY "ABEND EstadoCuentas - ERROR APERTURA RECLAMA.DAT, STATUS " StatReclama
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE 1 TO IndRecl
		PERFORM UNTIL IndRecl > NReclama
			IF TrlNivel(IndRecl) > ZEROS OR TrlHoldAuto(IndRecl) = "S"
				MOVE TrlUserId(IndRecl) TO RlUserId
				MOVE TrlNivel(IndRecl) TO RlNivel
				MOVE TrlFechaNivel(IndRecl) TO RlFechaNivel
				MOVE TrlHoldAuto(IndRecl) TO RlHoldAuto
				WRITE ReclamaDetails
				IF StatReclama NOT = "00"
					DISPLAY "ABEND EstadoCuentas - ERROR ESCRITURA RECLAMA.DAT, USUARIO " RlUserId ", STATUS " StatReclama
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-IF
			ADD 1 TO IndRecl
		END-PERFORM
		CLOSE ReclamaFile.

	GrabaCreditos.
		OPEN OUTPUT CreditoFile
		IF StatCredito NOT = "00"
			DISPLAY "ABEND EstadoCuentas - ERROR APERTURA CREDITO.DAT, STATUS " StatCredito
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE 1 TO IndCred
		PERFORM UNTIL IndCred > NCreditos
			MOVE TcrUserId(IndCred) TO CrUserId
			MOVE TcrLimite(IndCred) TO CrLimite
			MOVE TcrHold(IndCred) TO CrHold
			WRITE CreditoDetails
			IF StatCredito NOT = "00"
				DISPLAY "ABEND EstadoCuentas - ERROR ESCRITURA CREDITO.DAT, USUARIO " CrUserId ", STATUS " StatCredito
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO IndCred
		END-PERFORM
		CLOSE CreditoFile.

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
		END-IF.

	AbreArchivoMes.
		MOVE MesArchivo TO NaAnioMes
		MOVE ".ARC" TO NaExtension
		MOVE SPACES TO FinArchivo
		OPEN INPUT ArchivoFile
		IF NOT ArchivoIniciado
			SET NoHayMasArchivo TO TRUE
		END-IF.

	CierraArchivoMes.
		IF ArchivoIniciado OR StatArchivo = "10"
			CLOSE ArchivoFile
		END-IF.

	AvanzaMesArchivo.
		IF MaMes = 12
			ADD 1 TO MaAnio
			MOVE 01 TO MaMes
		ELSE
			ADD 1 TO MaMes
		END-IF.
