	IDENTIFICATION DIVISION.
	PROGRAM-ID.  CierreMes.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

		SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRunCtl.

		SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT CobrosFile ASSIGN TO "COBROS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCobros.

		SELECT MovFile ASSIGN TO "MOVSTK.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT CasadasFile ASSIGN TO "CASHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCasadas.

		SELECT SuspensoFile ASSIGN TO "SUSPENSO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatSuspenso.

		SELECT RetenFile ASSIGN TO "RETENCRD.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatReten.

		SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT TemporalFile ASSIGN TO "CIERRE.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatTemporal.

		SELECT DiarioCtlFile ASSIGN TO "DIARCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatDiarioCtl.

		SELECT AuditFile ASSIGN TO "AUDITORIA.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatAudit.

		SELECT SortFile ASSIGN TO "CIERSORT.TMP".

		SELECT CierreFile ASSIGN TO "CIERRE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

	FD PeriodosFile.
	01 PeriodosDetails.
	    88 EndOfPeriodosFile VALUE HIGH-VALUES.
	   02 PeAnioMes        PIC 9(6).
	   02 PeAccion         PIC X.
	      88 PeEsCierre    VALUE "C".
	      88 PeEsReapertura VALUE "R".
	   02 PeCerradoHasta   PIC 9(6).
	   02 PeFecha          PIC 9(8).
	   02 PeHora           PIC 9(8).
	   02 PeOperador       PIC X(8).
	   02 PeMotivo         PIC X(30).

	FD RunCtlFile.
	01 RunCtlDetails.
	    88 EndOfRunCtlFile VALUE HIGH-VALUES.
	   02 RcRunNum         PIC 9(5).
	   02 RcFecha          PIC 9(8).
	   02 RcFechaGrupo REDEFINES RcFecha.
	      03 RcAnioMes     PIC 9(6).
	      03 RcDia         PIC 9(2).
	   02 RcHora           PIC 9(8).
	   02 RcNusr           PIC 9(4).
	   02 RcCasadas        PIC 9(7).
	   02 RcOmitidas       PIC 9(7).
	   02 RcHuerfanas      PIC 9(7).
	   02 RcGranTotal      PIC 9(13)V99.
	   02 RcRetCode        PIC 9(2).

	FD RegistroFile.
	01 RegistroDetails.
	    88 EndOfRegistroFile VALUE HIGH-VALUES.
	   02 FrNumero        PIC 9(7).
	   02 FrFecha         PIC 9(8).
	   02 FrFechaGrupo REDEFINES FrFecha.
	      03 FrAnioMes    PIC 9(6).
	      03 FrDia        PIC 9(2).
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
	   02 CbUserId        PIC X(8).
	   02 CbImporte       PIC 9(13)V99.

	FD MovFile.
	01 MovDetails.
	    88 EndOfMovFile VALUE HIGH-VALUES.
	   02 MovFecha        PIC 9(8).
	   02 MovRunNum       PIC 9(5).
	   02 MovArtID        PIC X(7).
	   02 MovAlmId        PIC X(4).
	   02 MovTipo         PIC X(2).
	   02 MovCant         PIC 9(5).
	   02 MovAntes        PIC 9(5).
	   02 MovDespues      PIC 9(5).

	FD CasadasFile.
	01 CasadasDetails.
	    88 EndOfCasadasFile VALUE HIGH-VALUES.
	   02 CasUserId       PIC X(8).
	   02 CasArtID        PIC 9(7).
	   02 CasCant         PIC 9(2).
	   02 CasPrecio       PIC 9(4)V99.
	   02 CasImporte      PIC 9(13)V99.
	   02 CasFechaTrans   PIC 9(8).
	   02 CasCoste        PIC 9(13)V99.

	FD SuspensoFile.
	01 SuspensoDetails.
	    88 EndOfSuspensoFile VALUE HIGH-VALUES.
	   02 SusUserArtID     PIC X(8).
	   02 SusArtID         PIC 9(7).
	   02 SusCant          PIC 9(2).
	   02 SusFechaTrans    PIC 9(8).
	   02 SusReintentos    PIC 9(2).
	   02 SusMotivo        PIC X(30).

	FD RetenFile.
	01 RetenDetails.
	    88 EndOfRetenFile VALUE HIGH-VALUES.
	   02 RetUserId       PIC X(8).
	   02 RetArtID        PIC 9(7).
	   02 RetCant         PIC 9(2).
	   02 RetFechaTrans   PIC 9(8).
	   02 RetMotivo       PIC X(30).

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD ArchivoFile.
	01 ArchivoLine        PIC X(250).

	FD TemporalFile.
	01 TemporalLine       PIC X(250).

	FD DiarioCtlFile.
	01 DiarioCtlDetails.
	    88 EndOfDiarioCtlFile VALUE HIGH-VALUES.
	   02 CdLote          PIC 9(6).
	   02 CdAnioMes       PIC 9(6).
	   02 CdFecha         PIC 9(8).
	   02 CdHora          PIC 9(8).
	   02 CdAsientos      PIC 9(7).
	   02 CdLineas        PIC 9(7).
	   02 CdDebe          PIC 9(15)V99.
	   02 CdHaber         PIC 9(15)V99.

	FD AuditFile.
	01 AuditDetails.
	   02 AuFecha          PIC 9(8).
	   02 AuHora           PIC 9(8).
	   02 AuRunNum         PIC 9(5).
	   02 AuOperador       PIC X(8).
	   02 AuFichero        PIC X(8).
	   02 AuAccion         PIC X.
	   02 AuClave          PIC X(15).
	   02 AuAntes          PIC X(60).
	   02 AuDespues        PIC X(60).

	SD SortFile.
	01 SortRec.
	   02 SrtArtID        PIC X(7).
	   02 SrtAlmId        PIC X(4).
	   02 SrtSeq          PIC 9(7).
	   02 SrtTipo         PIC X(2).
	   02 SrtCant         PIC 9(5).
	   02 SrtAntes        PIC 9(5).
	   02 SrtDespues      PIC 9(5).

   	FD CierreFile.
	01 CierreLine         PIC X(90).


	WORKING-STORAGE SECTION.

	78 MAX-FACTURAS VALUE 9000.

	01 StatPeriodos PIC X(02) VALUE SPACES.
	01 StatRunCtl   PIC X(02) VALUE SPACES.
	01 StatRegistro PIC X(02) VALUE SPACES.
	01 StatCobros   PIC X(02) VALUE SPACES.
	01 StatMov      PIC X(02) VALUE SPACES.
	01 StatCasadas  PIC X(02) VALUE SPACES.
	01 StatSuspenso PIC X(02) VALUE SPACES.
	01 StatReten    PIC X(02) VALUE SPACES.
	01 StatArchivo  PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.
	01 StatTemporal PIC X(02) VALUE SPACES.
	01 StatAudit    PIC X(02) VALUE SPACES.
	01 StatDiarioCtl PIC X(02) VALUE SPACES.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.

	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.
	01 FinRunCtl PIC X VALUE SPACES.
			88 NoHayMasRunCtl VALUE '1'.
	01 SwArchivoAbierto PIC X VALUE SPACES.
			88 ArchivoAbierto VALUE '1'.
	01 FinDiarioCtl PIC X VALUE SPACES.
			88 NoHayMasDiarioCtl VALUE '1'.
	01 FinArchivo PIC X VALUE SPACES.
			88 NoHayMasArchivo VALUE '1'.
	01 FinTemporal PIC X VALUE SPACES.
			88 NoHayMasTemporal VALUE '1'.
	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 NombreArchivo PIC X(12) VALUE SPACES.
	01 NombreArchivoGrupo REDEFINES NombreArchivo.
	   02 NaPrefijo   PIC X(2).
	   02 NaAnioMes   PIC 9(6).
	   02 NaExtension PIC X(4).

	01 WParmAccion   PIC X(8) VALUE SPACES.
			88 AccionCierre     VALUE "CIERRA".
			88 AccionReapertura VALUE "REABRE".
	01 WParmMes      PIC X(6) VALUE SPACES.
	01 WParmOperador PIC X(8) VALUE SPACES.
	01 WParmMotivo   PIC X(30) VALUE SPACES.
	01 WParmForzar   PIC X(8) VALUE SPACES.

	01 SwForzar PIC X VALUE SPACES.
			88 CierreForzado VALUE '1'.
	01 SwDescuadre PIC X VALUE SPACES.
			88 HayDescuadre VALUE '1'.

	01 MesCierre PIC 9(6) VALUE ZEROS.
	01 MesCierreGrupo REDEFINES MesCierre.
	   02 McAnio PIC 9(4).
	   02 McMes  PIC 9(2).
	01 MesContiguo PIC 9(6) VALUE ZEROS.
	01 MesContiguoGrupo REDEFINES MesContiguo.
	   02 MgAnio PIC 9(4).
	   02 MgMes  PIC 9(2).
	01 FinMes PIC 9(8) VALUE ZEROS.

	01 CerradoHasta  PIC 9(6) VALUE ZEROS.
	01 NuevoCerrado  PIC 9(6) VALUE ZEROS.
	01 PrimerCierre  PIC 9(6) VALUE ZEROS.
	01 RunActual PIC 9(5) VALUE ZEROS.

	01 NFact PIC 9(4) VALUE ZEROS.
	01 TablaFacturas.
	    02 TB OCCURS 0 TO MAX-FACTURAS DEPENDING ON NFact.
			03 TbNumero    PIC 9(7).
			03 TbUserId    PIC X(8).
			03 TbTotal     PIC 9(13)V99.
			03 TbCobrado   PIC 9(13)V99.
			03 TbAbonado   PIC 9(13)V99.
			03 TbEstado    PIC X.
			   88 TbPendiente VALUE "P".
			   88 TbACuenta   VALUE "C".
			   88 TbArrastrada VALUE "P" "C".

	01 SwFacturaHallada PIC X VALUE SPACES.
			88 FacturaHallada VALUE '1'.
	01 IndFact PIC 9(4).
	01 IndBus PIC 9(4).
	01 FacturaBuscada PIC 9(7).
	01 SaldoFactura PIC S9(13)V99.
	01 SaldoUsuario PIC S9(13)V99.
	01 UsuarioBuscado PIC X(8).

	01 SwArrastre PIC X VALUE SPACES.
			88 SeArrastra VALUE '1'.

	01 TotalesVentas.
	   02 EjecucionesMes   PIC 9(5) VALUE ZEROS.
	   02 VentasRunCtl     PIC 9(13)V99 VALUE ZEROS.
	   02 FacturadoMes     PIC 9(13)V99 VALUE ZEROS.
	   02 AbonadoMes       PIC 9(13)V99 VALUE ZEROS.
	   02 DiferenciaVentas PIC S9(13)V99 VALUE ZEROS.
	   02 PendientesCount  PIC 9(5) VALUE ZEROS.
	   02 PendienteImporte PIC S9(13)V99 VALUE ZEROS.
	   02 ACuentaCount     PIC 9(5) VALUE ZEROS.
	   02 ACuentaImporte   PIC S9(13)V99 VALUE ZEROS.
	   02 CompensadasCount PIC 9(5) VALUE ZEROS.

	01 SwGrupoAbierto PIC X VALUE SPACES.
			88 GrupoAbierto VALUE '1'.
	01 SwHayBalance PIC X VALUE SPACES.
			88 HayBalance VALUE '1'.
	01 SwEnAlmacen PIC X VALUE SPACES.
			88 ClaveEnAlmacen VALUE '1'.

	01 GrupoActual.
	   02 GrpArtID        PIC X(7).
	   02 GrpAlmId        PIC X(4).

	01 Apertura PIC 9(5) VALUE ZEROS.
	01 Cierre PIC 9(5) VALUE ZEROS.
	01 Entradas PIC 9(7) VALUE ZEROS.
	01 Salidas PIC 9(7) VALUE ZEROS.
	01 CierreCalculado PIC S9(8) VALUE ZEROS.
	01 SecuenciaMov PIC 9(7) VALUE ZEROS.

	01 TotalesStock.
	   02 ClavesRevisadas  PIC 9(5) VALUE ZEROS.
	   02 ClavesDescuadre  PIC 9(5) VALUE ZEROS.

	01 ContadoresFichero.
	   02 FchLeidos       PIC 9(7) VALUE ZEROS.
	   02 FchArchivados   PIC 9(7) VALUE ZEROS.
	   02 FchPosteriores  PIC 9(7) VALUE ZEROS.
	   02 FchArrastrados  PIC 9(7) VALUE ZEROS.

	01 ContadoresAbiertos.
	   02 SuspensoCount   PIC 9(5) VALUE ZEROS.
	   02 RetenidosCount  PIC 9(5) VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	   02 WAnioMes PIC 9(6).
	   02 FILLER   PIC 9(2).
	01 WFechaPartes REDEFINES WFechaSistema.
	   02 WAnio PIC 9(4).
	   02 WMes  PIC 9(2).
	   02 WDia  PIC 9(2).

	01 WHoraSistema PIC 9(8).
	01 WHoraGrupo REDEFINES WHoraSistema.
	   02 WHH PIC 9(2).
	   02 WMM PIC 9(2).
	   02 WSS PIC 9(2).
	   02 WCC PIC 9(2).

	01 AudAntes.
	   02 FILLER          PIC X(14) VALUE "CERRADO HASTA ".
	   02 AaCerrado       PIC 9(6).
	   02 FILLER          PIC X(40) VALUE SPACES.

	01 AudDespues.
	   02 FILLER          PIC X(14) VALUE "CERRADO HASTA ".
	   02 AdCerrado       PIC 9(6).
	   02 FILLER          PIC X VALUE SPACE.
	   02 AdAccion        PIC X(7).
	   02 FILLER          PIC X VALUE SPACE.
	   02 AdMotivo        PIC X(30).
	   02 FILLER          PIC X VALUE SPACE.

	01 CierreEnc.
	   02 FILLER          PIC X(26) VALUE "CIERRE DE PERIODO         ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 CierreParam.
	   02 FILLER          PIC X(9) VALUE "PERIODO: ".
	   02 CpMes           PIC 9(6).
	   02 FILLER          PIC X(10) VALUE "  ACCION: ".
	   02 CpAccion        PIC X(8).
	   02 FILLER          PIC X(12) VALUE "  OPERADOR: ".
	   02 CpOperador      PIC X(8).
	   02 FILLER          PIC X(17) VALUE "  CERRADO HASTA: ".
	   02 CpCerrado       PIC 9(6).

	01 CierreMotivo.
	   02 FILLER          PIC X(9) VALUE "MOTIVO:  ".
	   02 CmMotivo        PIC X(30).

	01 VentasTit PIC X(40) VALUE "VENTAS DEL MES: RUNCTL.DAT / FACTREG.DAT".

	01 VentasLinea.
	   02 VlRotulo        PIC X(40).
	   02 VlImporte       PIC -(12)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VlObservacion   PIC X(14).

	01 StockTit PIC X(40) VALUE "STOCK: MOVSTK.DAT / ALM.DAT".

	01 StockCab.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(9) VALUE "Apertura".
	   02 FILLER          PIC X(10) VALUE "Entradas".
	   02 FILLER          PIC X(9) VALUE "Salidas".
	   02 FILLER          PIC X(9) VALUE "Cierre".
	   02 FILLER          PIC X(9) VALUE "StockAlm".
	   02 FILLER          PIC X(12) VALUE "Observacion".

	01 StockDetalle.
	   02 SdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 SdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 SdApertura      PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 SdEntradas      PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 SdSalidas       PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 SdCierre        PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 SdStockAlm      PIC Z(4)9.
	   02 SdStockAusente REDEFINES SdStockAlm PIC X(5).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 SdObservacion   PIC X(20).

	01 StockResumen.
	   02 FILLER          PIC X(30) VALUE "CLAVES REVISADAS...........: ".
	   02 SrRevisadas     PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(20) VALUE "CON DESCUADRE.....: ".
	   02 SrDescuadres    PIC Z(4)9.

	01 ArchivoTit PIC X(40) VALUE "ARCHIVO DEL PERIODO".

	01 ArchivoCab.
	   02 FILLER          PIC X(14) VALUE "Fichero".
	   02 FILLER          PIC X(14) VALUE "Archivo".
	   02 FILLER          PIC X(10) VALUE "Leidos".
	   02 FILLER          PIC X(12) VALUE "Archivados".
	   02 FILLER          PIC X(12) VALUE "Posteriores".
	   02 FILLER          PIC X(12) VALUE "Arrastrados".

	01 ArchivoDetalle.
	   02 AdFichero       PIC X(12).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdArchivo       PIC X(12).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 AdLeidos        PIC Z(6)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 AdArchivados    PIC Z(6)9.
	   02 FILLER          PIC X(5) VALUE SPACES.
	   02 AdPosteriores   PIC Z(6)9.
	   02 FILLER          PIC X(5) VALUE SPACES.
	   02 AdArrastrados   PIC Z(6)9.

	01 AbiertasTit PIC X(40) VALUE "PARTIDAS ABIERTAS ARRASTRADAS".

	01 AbiertasFacturas.
	   02 FILLER          PIC X(30) VALUE "FACTURAS CON SALDO.........: ".
	   02 AfCount         PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(10) VALUE "IMPORTE: ".
	   02 AfImporte       PIC -(12)9.99.

	01 AbiertasACuenta.
	   02 FILLER          PIC X(30) VALUE "ABONOS A CUENTA............: ".
	   02 AaCount         PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(10) VALUE "IMPORTE: ".
	   02 AaImporte       PIC -(12)9.99.

	01 AbiertasCompensadas.
	   02 FILLER          PIC X(30) VALUE "PARTIDAS COMPENSADAS.......: ".
	   02 AcCount         PIC Z(4)9.

	01 AbiertasSuspenso.
	   02 FILLER          PIC X(30) VALUE "LINEAS EN SUSPENSO.DAT.....: ".
	   02 AsCount         PIC Z(4)9.

	01 AbiertasRetenidas.
	   02 FILLER          PIC X(30) VALUE "LINEAS EN RETENCRD.DAT.....: ".
	   02 ArCount         PIC Z(4)9.

	01 ReaperturaTit PIC X(40) VALUE "REAPERTURA: REGISTROS DEVUELTOS".

	01 ReaperturaDetalle.
	   02 RdFichero       PIC X(12).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 RdArchivo       PIC X(12).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 RdDevueltos     PIC Z(6)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 RdObservacion   PIC X(30).

	01 ResultadoLinea.
	   02 FILLER          PIC X(11) VALUE "RESULTADO: ".
	   02 RlTexto         PIC X(60).

	PROCEDURE DIVISION.
		PERFORM ObtenParametros
		PERFORM LeePeriodos
		PERFORM LeeRunCtl
		PERFORM ValidaPeriodo

		OPEN OUTPUT CierreFile
		WRITE CierreLine FROM CierreEnc
		MOVE MesCierre TO CpMes
		MOVE WParmAccion TO CpAccion
		MOVE WParmOperador TO CpOperador
		MOVE CerradoHasta TO CpCerrado
		WRITE CierreLine FROM CierreParam
		IF WParmMotivo NOT = SPACES
			MOVE WParmMotivo TO CmMotivo
			WRITE CierreLine FROM CierreMotivo
		END-IF

		IF AccionCierre
			PERFORM CierraPeriodo
		ELSE
			PERFORM ReabrePeriodo
		END-IF

		CLOSE CierreFile

		DISPLAY "CierreMes - " WParmAccion " " MesCierre
			" CERRADO HASTA: " NuevoCerrado
			" FACTURAS CON SALDO: " PendientesCount
			" DESCUADRES STOCK: " ClavesDescuadre

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmAccion
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmAccion FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmAccion
		END-ACCEPT
		IF NOT AccionCierre AND NOT AccionReapertura
			DISPLAY "ABEND CierreMes - PARAMETRO DE ACCION NO VALIDO (CIERRA o REABRE): " WParmAccion
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO WParmMes
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmMes FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmMes
		END-ACCEPT
		IF WParmMes IS NOT NUMERIC
			DISPLAY "ABEND CierreMes - PARAMETRO DE MES NO VALIDO (AAAAMM): " WParmMes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WParmMes TO MesCierre
		IF McMes < 01 OR McMes > 12
			DISPLAY "ABEND CierreMes - PARAMETRO DE MES NO VALIDO (AAAAMM): " WParmMes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		COMPUTE FinMes = MesCierre * 100 + 31

		MOVE SPACES TO WParmOperador
		DISPLAY 3 UPON ARGUMENT-NUMBER
		ACCEPT WParmOperador FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmOperador
		END-ACCEPT
		IF WParmOperador = SPACES OR WParmOperador = "*"
			MOVE "BATCH" TO WParmOperador
		END-IF

		MOVE SPACES TO WParmMotivo
		DISPLAY 4 UPON ARGUMENT-NUMBER
		ACCEPT WParmMotivo FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmMotivo
		END-ACCEPT
		IF WParmMotivo = "*"
			MOVE SPACES TO WParmMotivo
		END-IF
		IF AccionReapertura AND WParmMotivo = SPACES
			DISPLAY "ABEND CierreMes - LA REAPERTURA REQUIERE UN MOTIVO (PARAMETRO 4)"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO WParmForzar
		DISPLAY 5 UPON ARGUMENT-NUMBER
		ACCEPT WParmForzar FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmForzar
		END-ACCEPT
		EVALUATE WParmForzar
			WHEN SPACES
			WHEN "*"
				CONTINUE
			WHEN "FORZAR"
				SET CierreForzado TO TRUE
			WHEN OTHER
				DISPLAY "ABEND CierreMes - PARAMETRO 5 NO VALIDO (FORZAR o *): " WParmForzar
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

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
				IF PeEsCierre
				AND (PrimerCierre = ZEROS OR PeAnioMes < PrimerCierre)
					MOVE PeAnioMes TO PrimerCierre
				END-IF
				READ PeriodosFile
					AT END SET NoHayMasPeriodos TO TRUE
				END-READ
			END-PERFORM
			CLOSE PeriodosFile
		END-IF
		MOVE CerradoHasta TO NuevoCerrado.

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
				IF RcAnioMes = MesCierre
					ADD 1 TO EjecucionesMes
					ADD RcGranTotal TO VentasRunCtl
				END-IF
				READ RunCtlFile
					AT END SET NoHayMasRunCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE RunCtlFile
		END-IF.

	ValidaPeriodo.
		IF AccionCierre
			IF CerradoHasta NOT = ZEROS
				MOVE CerradoHasta TO MesContiguo
				IF MgMes = 12
					ADD 1 TO MgAnio
					MOVE 01 TO MgMes
				ELSE
					ADD 1 TO MgMes
				END-IF
				IF MesCierre NOT = MesContiguo
					DISPLAY "ABEND CierreMes - CERRADO HASTA " CerradoHasta ", EL MES A CERRAR DEBE SER " MesContiguo
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-IF
			IF MesCierre NOT < WAnioMes
				DISPLAY "ABEND CierreMes - NO SE PUEDE CERRAR EL MES EN CURSO NI UNO FUTURO: " MesCierre
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF

			MOVE "FR" TO NaPrefijo
			PERFORM CompruebaArchivoVacio
			MOVE "CB" TO NaPrefijo
			PERFORM CompruebaArchivoVacio
			MOVE "MV" TO NaPrefijo
			PERFORM CompruebaArchivoVacio
			MOVE "CS" TO NaPrefijo
			PERFORM CompruebaArchivoVacio
		ELSE
			IF CerradoHasta = ZEROS OR MesCierre NOT = CerradoHasta
				DISPLAY "ABEND CierreMes - SOLO SE PUEDE REABRIR EL ULTIMO MES CERRADO: " CerradoHasta
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			PERFORM CompruebaContabilizado
		END-IF.

	CompruebaContabilizado.
		MOVE SPACES TO FinDiarioCtl
		OPEN INPUT DiarioCtlFile
		IF StatDiarioCtl = "35"
			CONTINUE
		ELSE
			READ DiarioCtlFile
				AT END SET NoHayMasDiarioCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasDiarioCtl
				IF CdAnioMes = MesCierre
					DISPLAY "ABEND CierreMes - PERIODO YA CONTABILIZADO EN EL LOTE " CdLote ", NO SE PUEDE REABRIR: " MesCierre
					CLOSE DiarioCtlFile
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				READ DiarioCtlFile
					AT END SET NoHayMasDiarioCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE DiarioCtlFile
		END-IF.

	CierraPeriodo.
		OPEN INPUT AlmacenesFile
		IF NOT AlmIniciado
			DISPLAY "ABEND CierreMes - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM CargaFacturas
		PERFORM CargaCobros
		PERFORM MarcaPendientes
		PERFORM ImprimeVentas

		MOVE SPACES TO CierreLine
		WRITE CierreLine
		WRITE CierreLine FROM StockTit
		WRITE CierreLine FROM StockCab
		SORT SortFile
			ON ASCENDING KEY SrtArtID SrtAlmId SrtSeq
			INPUT PROCEDURE IS LiberaMovimientos
			OUTPUT PROCEDURE IS CuadraStock
		CLOSE AlmacenesFile
		MOVE ClavesRevisadas TO SrRevisadas
		MOVE ClavesDescuadre TO SrDescuadres
		WRITE CierreLine FROM StockResumen
		IF ClavesDescuadre > ZEROS
			SET HayDescuadre TO TRUE
		END-IF

		IF HayDescuadre AND NOT CierreForzado
			MOVE SPACES TO CierreLine
			WRITE CierreLine
			MOVE "CIERRE RECHAZADO POR DESCUADRE (USE FORZAR PARA CERRAR)" TO RlTexto
			WRITE CierreLine FROM ResultadoLinea
			CLOSE CierreFile
			DISPLAY "ABEND CierreMes - PERIODO " MesCierre " CON DESCUADRES, VER CIERRE.RPT"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO CierreLine
		WRITE CierreLine
		WRITE CierreLine FROM ArchivoTit
		WRITE CierreLine FROM ArchivoCab
		PERFORM ArchivaFacturas
		PERFORM ArchivaCobros
		PERFORM ArchivaMovimientos
		PERFORM ArchivaCasadas

		PERFORM CuentaPartidasAbiertas

		MOVE MesCierre TO NuevoCerrado
		PERFORM RegistraPeriodo

		MOVE SPACES TO CierreLine
		WRITE CierreLine
		MOVE SPACES TO RlTexto
		IF HayDescuadre
			STRING "PERIODO " MesCierre " CERRADO CON DESCUADRE (FORZAR)"
				DELIMITED BY SIZE INTO RlTexto
		ELSE
			STRING "PERIODO " MesCierre " CERRADO"
				DELIMITED BY SIZE INTO RlTexto
		END-IF
		WRITE CierreLine FROM ResultadoLinea.

	CompruebaArchivoVacio.
		MOVE MesCierre TO NaAnioMes
		MOVE ".ARC" TO NaExtension
		OPEN INPUT ArchivoFile
		IF ArchivoIniciado
			READ ArchivoFile
				AT END CONTINUE
				NOT AT END
					DISPLAY "ABEND CierreMes - EL ARCHIVO " NombreArchivo " YA EXISTE Y NO ESTA VACIO"
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-READ
			CLOSE ArchivoFile
		END-IF.

	CargaFacturas.
		OPEN INPUT RegistroFile
		IF StatRegistro = "35"
			CONTINUE
		ELSE
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				IF FrAnioMes = MesCierre
					IF FrEsAbono
						ADD FrNeto TO AbonadoMes
					ELSE
						ADD FrNeto TO FacturadoMes
					END-IF
				END-IF
				IF FrFecha NOT > FinMes
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
							DISPLAY "ABEND CierreMes - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " FACTURAS HASTA EL CIERRE"
							MOVE 16 TO RETURN-CODE
							STOP RUN
						END-IF
						ADD 1 TO NFact
						MOVE FrNumero TO TbNumero(NFact)
						MOVE FrUserId TO TbUserId(NFact)
						MOVE FrTotal TO TbTotal(NFact)
						MOVE ZEROS TO TbCobrado(NFact)
						MOVE ZEROS TO TbAbonado(NFact)
						MOVE SPACES TO TbEstado(NFact)
					END-IF
				END-IF
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF.

	CargaAbonoACuenta.
		IF NFact = MAX-FACTURAS
			DISPLAY "ABEND CierreMes - FACTREG.DAT TIENE MAS DE " MAX-FACTURAS " FACTURAS HASTA EL CIERRE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO NFact
		MOVE FrNumero TO TbNumero(NFact)
		MOVE FrUserId TO TbUserId(NFact)
		MOVE ZEROS TO TbTotal(NFact)
		MOVE ZEROS TO TbCobrado(NFact)
		MOVE FrTotal TO TbAbonado(NFact)
		MOVE SPACES TO TbEstado(NFact).

	CargaCobros.
		OPEN INPUT CobrosFile
		IF StatCobros = "35"
			CONTINUE
		ELSE
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				IF CbFecha NOT > FinMes
					MOVE CbFactura TO FacturaBuscada
					PERFORM BuscaFactura
					IF FacturaHallada
						ADD CbImporte TO TbCobrado(IndFact)
					END-IF
				END-IF
				READ CobrosFile
					AT END SET EndOfCobrosFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CobrosFile
		END-IF.

	BuscaFactura.
		MOVE SPACES TO SwFacturaHallada
		MOVE 1 TO IndBus
		PERFORM UNTIL IndBus > NFact OR FacturaHallada
			IF TbNumero(IndBus) = FacturaBuscada
				SET FacturaHallada TO TRUE
				MOVE IndBus TO IndFact
			END-IF
			ADD 1 TO IndBus
		END-PERFORM.

	MarcaPendientes.
		MOVE 1 TO IndFact
		PERFORM UNTIL IndFact > NFact
			COMPUTE SaldoFactura = TbTotal(IndFact)
				- TbCobrado(IndFact) - TbAbonado(IndFact)
			IF SaldoFactura > ZEROS
				SET TbPendiente(IndFact) TO TRUE
			END-IF
			IF SaldoFactura < ZEROS AND TbTotal(IndFact) = ZEROS
				SET TbACuenta(IndFact) TO TRUE
			END-IF
			ADD 1 TO IndFact
		END-PERFORM

		MOVE 1 TO IndFact
		PERFORM UNTIL IndFact > NFact
			IF TbACuenta(IndFact)
				PERFORM CompensaACuenta
			END-IF
			ADD 1 TO IndFact
		END-PERFORM

		MOVE 1 TO IndFact
		PERFORM UNTIL IndFact > NFact
			COMPUTE SaldoFactura = TbTotal(IndFact)
				- TbCobrado(IndFact) - TbAbonado(IndFact)
			IF TbPendiente(IndFact)
				ADD 1 TO PendientesCount
				ADD SaldoFactura TO PendienteImporte
			END-IF
			IF TbACuenta(IndFact)
				ADD 1 TO ACuentaCount
				ADD SaldoFactura TO ACuentaImporte
			END-IF
			ADD 1 TO IndFact
		END-PERFORM.

	CompensaACuenta.
		MOVE TbUserId(IndFact) TO UsuarioBuscado
		MOVE ZEROS TO SaldoUsuario
		MOVE 1 TO IndBus
		PERFORM UNTIL IndBus > NFact
			IF TbUserId(IndBus) = UsuarioBuscado AND TbArrastrada(IndBus)
				COMPUTE SaldoUsuario = SaldoUsuario + TbTotal(IndBus)
					- TbCobrado(IndBus) - TbAbonado(IndBus)
			END-IF
			ADD 1 TO IndBus
		END-PERFORM
		IF SaldoUsuario = ZEROS
			MOVE 1 TO IndBus
			PERFORM UNTIL IndBus > NFact
				IF TbUserId(IndBus) = UsuarioBuscado AND TbArrastrada(IndBus)
					MOVE SPACES TO TbEstado(IndBus)
					ADD 1 TO CompensadasCount
				END-IF
				ADD 1 TO IndBus
			END-PERFORM
		END-IF.

	ImprimeVentas.
		MOVE SPACES TO CierreLine
		WRITE CierreLine
		WRITE CierreLine FROM VentasTit
		MOVE SPACES TO VlObservacion
		MOVE SPACES TO VlRotulo
		STRING "VENTAS RUNCTL.DAT (" EjecucionesMes " EJECUCIONES)"
			DELIMITED BY SIZE INTO VlRotulo
		MOVE VentasRunCtl TO VlImporte
		WRITE CierreLine FROM VentasLinea
		MOVE "FACTURADO EN FACTREG.DAT (NETO)" TO VlRotulo
		MOVE FacturadoMes TO VlImporte
		WRITE CierreLine FROM VentasLinea
		COMPUTE DiferenciaVentas = VentasRunCtl - FacturadoMes
		MOVE "DIFERENCIA" TO VlRotulo
		MOVE DiferenciaVentas TO VlImporte
		IF DiferenciaVentas = ZEROS
			MOVE "CUADRA" TO VlObservacion
		ELSE
			MOVE "** DESCUADRE *" TO VlObservacion
			SET HayDescuadre TO TRUE
		END-IF
		WRITE CierreLine FROM VentasLinea
		MOVE SPACES TO VlObservacion
		MOVE "ABONOS DEL MES (NETO, INFORMATIVO)" TO VlRotulo
		MOVE AbonadoMes TO VlImporte
		WRITE CierreLine FROM VentasLinea.

	LiberaMovimientos.
		OPEN INPUT MovFile
		IF StatMov = "35"
			SET EndOfMovFile TO TRUE
		ELSE
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL EndOfMovFile
			IF MovTipo NOT = "AS"
				ADD 1 TO SecuenciaMov
				MOVE MovArtID TO SrtArtID
				MOVE MovAlmId TO SrtAlmId
				MOVE SecuenciaMov TO SrtSeq
				MOVE MovTipo TO SrtTipo
				MOVE MovCant TO SrtCant
				MOVE MovAntes TO SrtAntes
				MOVE MovDespues TO SrtDespues
				RELEASE SortRec
			END-IF
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
		END-PERFORM
		IF StatMov NOT = "35"
			CLOSE MovFile
		END-IF.

	CuadraStock.
		MOVE SPACES TO SwGrupoAbierto
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF NOT GrupoAbierto
			OR SrtArtID NOT = GrpArtID OR SrtAlmId NOT = GrpAlmId
				IF GrupoAbierto
					PERFORM CierraGrupo
				END-IF
				MOVE SrtArtID TO GrpArtID
				MOVE SrtAlmId TO GrpAlmId
				MOVE ZEROS TO Apertura
				MOVE ZEROS TO Cierre
				MOVE ZEROS TO Entradas
				MOVE ZEROS TO Salidas
				MOVE SPACES TO SwHayBalance
				SET GrupoAbierto TO TRUE
			END-IF

			PERFORM AcumulaMovimiento

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF GrupoAbierto
			PERFORM CierraGrupo
		END-IF.

	AcumulaMovimiento.
		IF NOT HayBalance
			MOVE SrtAntes TO Apertura
			SET HayBalance TO TRUE
		END-IF
		EVALUATE SrtTipo
			WHEN "RC"
			WHEN "TE"
			WHEN "AJ"
			WHEN "DV"
				ADD SrtCant TO Entradas
			WHEN "SA"
			WHEN "TS"
			WHEN "AX"
				ADD SrtCant TO Salidas
			WHEN "IN"
				IF SrtDespues < SrtAntes
					ADD SrtCant TO Salidas
				ELSE
					ADD SrtCant TO Entradas
				END-IF
			WHEN OTHER
				DISPLAY "ADVERTENCIA CierreMes - TIPO DE MOVIMIENTO DESCONOCIDO " SrtTipo " CLAVE " SrtArtID SrtAlmId
		END-EVALUATE
		MOVE SrtDespues TO Cierre.

	CierraGrupo.
		ADD 1 TO ClavesRevisadas
		MOVE SPACES TO SdObservacion
		COMPUTE CierreCalculado = Apertura + Entradas - Salidas
		IF CierreCalculado NOT = Cierre
			MOVE "** DESCUADRE LIBRO *" TO SdObservacion
		END-IF
		PERFORM BuscaStockActual
		IF ClaveEnAlmacen
			MOVE CantDisponible TO SdStockAlm
			IF SdObservacion = SPACES AND CantDisponible NOT = Cierre
				MOVE "** DIFIERE DE ALM *" TO SdObservacion
			END-IF
		ELSE
			MOVE "*****" TO SdStockAusente
			IF SdObservacion = SPACES
				MOVE "** NO EXISTE EN ALM *" TO SdObservacion
			END-IF
		END-IF
		IF SdObservacion NOT = SPACES
			ADD 1 TO ClavesDescuadre
			MOVE GrpArtID TO SdArtID
			MOVE GrpAlmId TO SdAlmId
			MOVE Apertura TO SdApertura
			MOVE Entradas TO SdEntradas
			MOVE Salidas TO SdSalidas
			MOVE Cierre TO SdCierre
			WRITE CierreLine FROM StockDetalle
		END-IF.

	BuscaStockActual.
		MOVE SPACES TO SwEnAlmacen
		MOVE GrpArtID TO ArtAlID
		MOVE GrpAlmId TO AlmId
		READ AlmacenesFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET ClaveEnAlmacen TO TRUE
		END-READ.

	AbreArchivoCierre.
		MOVE MesCierre TO NaAnioMes
		MOVE ".ARC" TO NaExtension
		MOVE ZEROS TO ContadoresFichero
		OPEN OUTPUT ArchivoFile
		IF NOT ArchivoIniciado
			DISPLAY "ABEND CierreMes - ERROR APERTURA " NombreArchivo ", STATUS " StatArchivo
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT TemporalFile.

	ImprimeArchivado.
		MOVE NombreArchivo TO AdArchivo
		MOVE FchLeidos TO AdLeidos
		MOVE FchArchivados TO AdArchivados
		MOVE FchPosteriores TO AdPosteriores
		MOVE FchArrastrados TO AdArrastrados
		WRITE CierreLine FROM ArchivoDetalle.

	ArchivaFacturas.
		MOVE "FR" TO NaPrefijo
		PERFORM AbreArchivoCierre
		OPEN INPUT RegistroFile
		IF StatRegistro = "35"
			SET EndOfRegistroFile TO TRUE
		ELSE
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL EndOfRegistroFile
			ADD 1 TO FchLeidos
			IF FrFecha > FinMes
				ADD 1 TO FchPosteriores
				WRITE TemporalLine FROM RegistroDetails
			ELSE
				IF FrEsAbono
					MOVE FrFactOrigen TO FacturaBuscada
				ELSE
					MOVE FrNumero TO FacturaBuscada
				END-IF
				PERFORM BuscaFactura
				IF FrEsAbono AND NOT FacturaHallada
					MOVE FrNumero TO FacturaBuscada
					PERFORM BuscaFactura
				END-IF
				IF FacturaHallada AND TbArrastrada(IndFact)
					ADD 1 TO FchArrastrados
					WRITE TemporalLine FROM RegistroDetails
				ELSE
					ADD 1 TO FchArchivados
					WRITE ArchivoLine FROM RegistroDetails
				END-IF
			END-IF
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
		END-PERFORM
		IF StatRegistro NOT = "35"
			CLOSE RegistroFile
		END-IF
		CLOSE ArchivoFile, TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT RegistroFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE RegistroDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, RegistroFile

		MOVE "FACTREG.DAT" TO AdFichero
		PERFORM ImprimeArchivado.

	ArchivaCobros.
		MOVE "CB" TO NaPrefijo
		PERFORM AbreArchivoCierre
		OPEN INPUT CobrosFile
		IF StatCobros = "35"
			SET EndOfCobrosFile TO TRUE
		ELSE
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL EndOfCobrosFile
			ADD 1 TO FchLeidos
			IF CbFecha > FinMes
				ADD 1 TO FchPosteriores
				WRITE TemporalLine FROM CobrosDetails
			ELSE
				MOVE CbFactura TO FacturaBuscada
				PERFORM BuscaFactura
				IF FacturaHallada AND TbArrastrada(IndFact)
					ADD 1 TO FchArrastrados
					WRITE TemporalLine FROM CobrosDetails
				ELSE
					ADD 1 TO FchArchivados
					WRITE ArchivoLine FROM CobrosDetails
				END-IF
			END-IF
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
		END-PERFORM
		IF StatCobros NOT = "35"
			CLOSE CobrosFile
		END-IF
		CLOSE ArchivoFile, TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT CobrosFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE CobrosDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, CobrosFile

		MOVE "COBROS.DAT" TO AdFichero
		PERFORM ImprimeArchivado.

	ArchivaMovimientos.
		MOVE "MV" TO NaPrefijo
		PERFORM AbreArchivoCierre
		OPEN INPUT MovFile
		IF StatMov = "35"
			SET EndOfMovFile TO TRUE
		ELSE
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL EndOfMovFile
			ADD 1 TO FchLeidos
			IF MovFecha > FinMes
				ADD 1 TO FchPosteriores
				WRITE TemporalLine FROM MovDetails
			ELSE
				ADD 1 TO FchArchivados
				WRITE ArchivoLine FROM MovDetails
			END-IF
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
		END-PERFORM
		IF StatMov NOT = "35"
			CLOSE MovFile
		END-IF
		CLOSE ArchivoFile, TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT MovFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE MovDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, MovFile

		MOVE "MOVSTK.DAT" TO AdFichero
		PERFORM ImprimeArchivado.

	ArchivaCasadas.
		MOVE "CS" TO NaPrefijo
		PERFORM AbreArchivoCierre
		OPEN INPUT CasadasFile
		IF StatCasadas = "35"
			SET EndOfCasadasFile TO TRUE
		ELSE
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL EndOfCasadasFile
			ADD 1 TO FchLeidos
			IF CasFechaTrans > FinMes
				ADD 1 TO FchPosteriores
				WRITE TemporalLine FROM CasadasDetails
			ELSE
				ADD 1 TO FchArchivados
				WRITE ArchivoLine FROM CasadasDetails
			END-IF
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
		END-PERFORM
		IF StatCasadas NOT = "35"
			CLOSE CasadasFile
		END-IF
		CLOSE ArchivoFile, TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT CasadasFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE CasadasDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, CasadasFile

		MOVE "CASHIST.DAT" TO AdFichero
		PERFORM ImprimeArchivado.

	LeeTemporal.
		READ TemporalFile
			AT END SET NoHayMasTemporal TO TRUE
		END-READ.

	CuentaPartidasAbiertas.
		OPEN INPUT SuspensoFile
		IF StatSuspenso NOT = "35"
			READ SuspensoFile
				AT END SET EndOfSuspensoFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfSuspensoFile
				ADD 1 TO SuspensoCount
				READ SuspensoFile
					AT END SET EndOfSuspensoFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE SuspensoFile
		END-IF
		OPEN INPUT RetenFile
		IF StatReten NOT = "35"
			READ RetenFile
				AT END SET EndOfRetenFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRetenFile
				ADD 1 TO RetenidosCount
				READ RetenFile
					AT END SET EndOfRetenFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RetenFile
		END-IF

		MOVE SPACES TO CierreLine
		WRITE CierreLine
		WRITE CierreLine FROM AbiertasTit
		MOVE PendientesCount TO AfCount
		MOVE PendienteImporte TO AfImporte
		WRITE CierreLine FROM AbiertasFacturas
		MOVE ACuentaCount TO AaCount
		MOVE ACuentaImporte TO AaImporte
		WRITE CierreLine FROM AbiertasACuenta
		MOVE CompensadasCount TO AcCount
		WRITE CierreLine FROM AbiertasCompensadas
		MOVE SuspensoCount TO AsCount
		WRITE CierreLine FROM AbiertasSuspenso
		MOVE RetenidosCount TO ArCount
		WRITE CierreLine FROM AbiertasRetenidas.

	ReabrePeriodo.
		MOVE SPACES TO CierreLine
		WRITE CierreLine
		WRITE CierreLine FROM ReaperturaTit

		MOVE "FR" TO NaPrefijo
		PERFORM RestauraFacturas
		MOVE "CB" TO NaPrefijo
		PERFORM RestauraCobros
		MOVE "MV" TO NaPrefijo
		PERFORM RestauraMovimientos
		MOVE "CS" TO NaPrefijo
		PERFORM RestauraCasadas

		MOVE MesCierre TO MesContiguo
		IF MgMes = 01
			SUBTRACT 1 FROM MgAnio
			MOVE 12 TO MgMes
		ELSE
			SUBTRACT 1 FROM MgMes
		END-IF
		IF MesContiguo < PrimerCierre
			MOVE ZEROS TO NuevoCerrado
		ELSE
			MOVE MesContiguo TO NuevoCerrado
		END-IF
		PERFORM RegistraPeriodo

		MOVE SPACES TO CierreLine
		WRITE CierreLine
		MOVE SPACES TO RlTexto
		STRING "PERIODO " MesCierre " REABIERTO, CERRADO HASTA " NuevoCerrado
			DELIMITED BY SIZE INTO RlTexto
		WRITE CierreLine FROM ResultadoLinea.

	AbreArchivoReapertura.
		MOVE MesCierre TO NaAnioMes
		MOVE ".ARC" TO NaExtension
		MOVE ZEROS TO ContadoresFichero
		MOVE SPACES TO FinArchivo
		MOVE SPACES TO RdObservacion
		MOVE SPACES TO SwArchivoAbierto
		OPEN INPUT ArchivoFile
		IF ArchivoIniciado
			SET ArchivoAbierto TO TRUE
			PERFORM LeeArchivo
		ELSE
			SET NoHayMasArchivo TO TRUE
			MOVE "ARCHIVO NO ENCONTRADO" TO RdObservacion
			DISPLAY "ADVERTENCIA CierreMes - NO SE ENCUENTRA " NombreArchivo
		END-IF
		OPEN OUTPUT TemporalFile.

	LeeArchivo.
		READ ArchivoFile
			AT END SET NoHayMasArchivo TO TRUE
		END-READ.

	VaciaArchivo.
		IF ArchivoAbierto
			CLOSE ArchivoFile
			OPEN OUTPUT ArchivoFile
			CLOSE ArchivoFile
		END-IF
		MOVE NombreArchivo TO RdArchivo
		MOVE FchArchivados TO RdDevueltos
		WRITE CierreLine FROM ReaperturaDetalle.

	RestauraFacturas.
		PERFORM AbreArchivoReapertura
		PERFORM UNTIL NoHayMasArchivo
			ADD 1 TO FchArchivados
			WRITE TemporalLine FROM ArchivoLine
			PERFORM LeeArchivo
		END-PERFORM
		OPEN INPUT RegistroFile
		IF StatRegistro NOT = "35"
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				WRITE TemporalLine FROM RegistroDetails
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF
		CLOSE TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT RegistroFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE RegistroDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, RegistroFile

		MOVE "FACTREG.DAT" TO RdFichero
		PERFORM VaciaArchivo.

	RestauraCobros.
		PERFORM AbreArchivoReapertura
		PERFORM UNTIL NoHayMasArchivo
			ADD 1 TO FchArchivados
			WRITE TemporalLine FROM ArchivoLine
			PERFORM LeeArchivo
		END-PERFORM
		OPEN INPUT CobrosFile
		IF StatCobros NOT = "35"
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				WRITE TemporalLine FROM CobrosDetails
				READ CobrosFile
					AT END SET EndOfCobrosFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CobrosFile
		END-IF
		CLOSE TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT CobrosFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE CobrosDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, CobrosFile

		MOVE "COBROS.DAT" TO RdFichero
		PERFORM VaciaArchivo.

	RestauraMovimientos.
		PERFORM AbreArchivoReapertura
		PERFORM UNTIL NoHayMasArchivo
			ADD 1 TO FchArchivados
			WRITE TemporalLine FROM ArchivoLine
			PERFORM LeeArchivo
		END-PERFORM
		OPEN INPUT MovFile
		IF StatMov NOT = "35"
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfMovFile
				WRITE TemporalLine FROM MovDetails
				READ MovFile
					AT END SET EndOfMovFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE MovFile
		END-IF
		CLOSE TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT MovFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE MovDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, MovFile

		MOVE "MOVSTK.DAT" TO RdFichero
		PERFORM VaciaArchivo.

	RestauraCasadas.
		PERFORM AbreArchivoReapertura
		PERFORM UNTIL NoHayMasArchivo
			ADD 1 TO FchArchivados
			WRITE TemporalLine FROM ArchivoLine
			PERFORM LeeArchivo
		END-PERFORM
		OPEN INPUT CasadasFile
		IF StatCasadas NOT = "35"
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCasadasFile
				WRITE TemporalLine FROM CasadasDetails
				READ CasadasFile
					AT END SET EndOfCasadasFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CasadasFile
		END-IF
		CLOSE TemporalFile

		OPEN INPUT TemporalFile
		OPEN OUTPUT CasadasFile
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE CasadasDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, CasadasFile

		MOVE "CASHIST.DAT" TO RdFichero
		PERFORM VaciaArchivo.

	RegistraPeriodo.
		MOVE MesCierre TO PeAnioMes
		IF AccionCierre
			MOVE "C" TO PeAccion
			MOVE "CIERRE" TO AdAccion
		ELSE
			MOVE "R" TO PeAccion
			MOVE "REABRE" TO AdAccion
		END-IF
		MOVE NuevoCerrado TO PeCerradoHasta
		MOVE WFechaSistema TO PeFecha
		MOVE WHoraSistema TO PeHora
		MOVE WParmOperador TO PeOperador
		MOVE WParmMotivo TO PeMotivo
		OPEN EXTEND PeriodosFile
		IF StatPeriodos = "35"
			OPEN OUTPUT PeriodosFile
		END-IF
		WRITE PeriodosDetails
		CLOSE PeriodosFile

		MOVE CerradoHasta TO AaCerrado
		MOVE NuevoCerrado TO AdCerrado
		MOVE WParmMotivo TO AdMotivo
		MOVE WFechaSistema TO AuFecha
		MOVE WHoraSistema TO AuHora
		MOVE RunActual TO AuRunNum
		MOVE WParmOperador TO AuOperador
		MOVE "PERIODOS" TO AuFichero
		MOVE "C" TO AuAccion
		MOVE MesCierre TO AuClave
		MOVE AudAntes TO AuAntes
		MOVE AudDespues TO AuDespues
		OPEN EXTEND AuditFile
		IF StatAudit = "35"
			OPEN OUTPUT AuditFile
		END-IF
		WRITE AuditDetails
		CLOSE AuditFile.
