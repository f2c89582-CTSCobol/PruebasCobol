	IDENTIFICATION DIVISION.
	PROGRAM-ID.  DiarioContable.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT CuentasFile ASSIGN TO "CUENTAS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCuentas.

		SELECT DiarioCtlFile ASSIGN TO "DIARCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatDiarioCtl.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

		SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT CobrosFile ASSIGN TO "COBROS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCobros.

		SELECT MovFile ASSIGN TO "MOVSTK.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT TemporalFile ASSIGN TO "DIARIO.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatTemporal.

		SELECT DiarioFile ASSIGN TO "DIARIO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatDiario.

		SELECT SortFile ASSIGN TO "BALSORT.TMP".

		SELECT BalanceFile ASSIGN TO "BALANCE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

	FD CuentasFile.
	01 CuentasDetails.
	    88 EndOfCuentasFile VALUE HIGH-VALUES.
	   02 CtTipo          PIC X(2).
	   02 CtTasa          PIC 9(2)V99.
	   02 CtCuenta        PIC X(10).
	   02 CtDescripcion   PIC X(30).

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
	   02 CbFechaGrupo REDEFINES CbFecha.
	      03 CbAnioMes    PIC 9(6).
	      03 CbDia        PIC 9(2).
	   02 CbUserId        PIC X(8).
	   02 CbImporte       PIC 9(13)V99.

	FD MovFile.
	01 MovDetails.
	    88 EndOfMovFile VALUE HIGH-VALUES.
	   02 MovFecha        PIC 9(8).
	   02 MovFechaGrupo REDEFINES MovFecha.
	      03 MovAnioMes   PIC 9(6).
	      03 MovDia       PIC 9(2).
	   02 MovRunNum       PIC 9(5).
	   02 MovArtID        PIC X(7).
	   02 MovAlmId        PIC X(4).
	   02 MovTipo         PIC X(2).
	   02 MovCant         PIC 9(5).
	   02 MovAntes        PIC 9(5).
	   02 MovDespues      PIC 9(5).

	FD ArchivoFile.
	01 ArchivoLine        PIC X(250).

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD TemporalFile.
	01 TemporalLine       PIC X(100).

	FD DiarioFile.
	01 DiarioLine         PIC X(100).

	SD SortFile.
	01 SortRec.
	   02 SrtCuenta       PIC X(10).
	   02 SrtDescripcion  PIC X(30).
	   02 SrtDebe         PIC 9(13)V99.
	   02 SrtHaber        PIC 9(13)V99.

   	FD BalanceFile.
	01 BalanceLine        PIC X(100).


	WORKING-STORAGE SECTION.

	78 MAX-CUENTAS VALUE 200.
	78 MAX-SALDOS VALUE 500.

	01 StatCuentas   PIC X(02) VALUE SPACES.
	01 StatDiarioCtl PIC X(02) VALUE SPACES.
	01 StatPeriodos  PIC X(02) VALUE SPACES.
	01 StatRegistro  PIC X(02) VALUE SPACES.
	01 StatCobros    PIC X(02) VALUE SPACES.
	01 StatMov       PIC X(02) VALUE SPACES.
	01 StatArchivo   PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.
	01 StatTemporal  PIC X(02) VALUE SPACES.
	01 StatDiario    PIC X(02) VALUE SPACES.

	01 FinCuentas PIC X VALUE SPACES.
			88 NoHayMasCuentas VALUE '1'.
	01 FinDiarioCtl PIC X VALUE SPACES.
			88 NoHayMasDiarioCtl VALUE '1'.
	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.
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

	01 WParmMes  PIC X(6) VALUE SPACES.
	01 WParmModo PIC X(8) VALUE SPACES.
	01 MesDiario PIC 9(6) VALUE ZEROS.
	01 MesDiarioGrupo REDEFINES MesDiario.
	   02 MdAnio PIC 9(4).
	   02 MdMes  PIC 9(2).

	01 SwPrueba PIC X VALUE SPACES.
			88 ModoPrueba VALUE '1'.

	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 MesArchivo PIC 9(6) VALUE ZEROS.
	01 MesArchivoGrupo REDEFINES MesArchivo.
	   02 MaAnio PIC 9(4).
	   02 MaMes  PIC 9(2).
	01 UltimoLote PIC 9(6) VALUE ZEROS.
	01 LoteActual PIC 9(6) VALUE ZEROS.

	01 SwMesContabilizado PIC X VALUE SPACES.
			88 MesContabilizado VALUE '1'.
	01 LoteAnterior PIC 9(6) VALUE ZEROS.

	01 NCuentas PIC 9(3) VALUE ZEROS.
	01 TablaCuentas.
	    02 TC OCCURS 0 TO MAX-CUENTAS DEPENDING ON NCuentas.
			03 TcTipo        PIC X(2).
			03 TcTasa        PIC 9(2)V99.
			03 TcCuenta      PIC X(10).
			03 TcDescripcion PIC X(30).

	01 SwCuentaHallada PIC X VALUE SPACES.
			88 CuentaHallada VALUE '1'.
	01 IndCuenta PIC 9(3).
	01 IndBusCuenta PIC 9(3).

	01 NSaldos PIC 9(3) VALUE ZEROS.
	01 TablaSaldos.
	    02 TS OCCURS 0 TO MAX-SALDOS DEPENDING ON NSaldos.
			03 TsCuenta      PIC X(10).
			03 TsDescripcion PIC X(30).
			03 TsDebe        PIC 9(13)V99.
			03 TsHaber       PIC 9(13)V99.

	01 SwSaldoHallado PIC X VALUE SPACES.
			88 SaldoHallado VALUE '1'.
	01 IndSaldo PIC 9(3).
	01 IndBusSaldo PIC 9(3).

	01 IndDes PIC 9.

	01 Apunte.
	   02 ApTipoCuenta    PIC X(2).
	   02 ApTasa          PIC 9(2)V99.
	   02 ApSigno         PIC X.
	      88 ApDebe       VALUE "D".
	      88 ApHaber      VALUE "H".
	   02 ApImporte       PIC 9(13)V99.

	01 SignoCargo PIC X.
	01 SignoAbono PIC X.

	01 DebeAsiento PIC 9(13)V99.
	01 HaberAsiento PIC 9(13)V99.
	01 ValorMovimiento PIC 9(13)V99.

	01 SwHayDescuadre PIC X VALUE SPACES.
			88 HayDescuadre VALUE '1'.

	01 TotalesDiario.
	   02 AsientosCount   PIC 9(7) VALUE ZEROS.
	   02 LineasCount     PIC 9(7) VALUE ZEROS.
	   02 TotalDebe       PIC 9(15)V99 VALUE ZEROS.
	   02 TotalHaber      PIC 9(15)V99 VALUE ZEROS.

	01 ContadoresDiario.
	   02 FacturasCount   PIC 9(7) VALUE ZEROS.
	   02 AbonosCount     PIC 9(7) VALUE ZEROS.
	   02 CobrosCount     PIC 9(7) VALUE ZEROS.
	   02 MovimientosCount PIC 9(7) VALUE ZEROS.
	   02 SinCuentaCount  PIC 9(5) VALUE ZEROS.
	   02 DescuadresCount PIC 9(5) VALUE ZEROS.
	   02 SinCosteCount   PIC 9(5) VALUE ZEROS.

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

	01 DiarioCabecera.
	   02 DcRegistro      PIC X VALUE "H".
	   02 DcLote          PIC 9(6).
	   02 DcAnioMes       PIC 9(6).
	   02 DcFecha         PIC 9(8).
	   02 DcHora          PIC 9(8).
	   02 DcSistema       PIC X(10) VALUE "ALMACEN".

	01 DiarioDetalle.
	   02 DdRegistro      PIC X VALUE "D".
	   02 DdLote          PIC 9(6).
	   02 DdAsiento       PIC 9(7).
	   02 DdLinea         PIC 9(3).
	   02 DdFecha         PIC 9(8).
	   02 DdCuenta        PIC X(10).
	   02 DdSigno         PIC X.
	   02 DdImporte       PIC 9(13)V99.
	   02 DdOrigen        PIC X(2).
	   02 DdDocumento     PIC X(10).
	   02 DdConcepto      PIC X(30).

	01 DiarioTrailer.
	   02 DtRegistro      PIC X VALUE "T".
	   02 DtLote          PIC 9(6).
	   02 DtAsientos      PIC 9(7).
	   02 DtLineas        PIC 9(7).
	   02 DtDebe          PIC 9(15)V99.
	   02 DtHaber         PIC 9(15)V99.

	01 BalanceEnc.
	   02 FILLER          PIC X(26) VALUE "BALANCE DE SUMAS Y SALDOS ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 BalanceParam.
	   02 FILLER          PIC X(9) VALUE "PERIODO: ".
	   02 BpMes           PIC 9(6).
	   02 FILLER          PIC X(9) VALUE "  LOTE: ".
	   02 BpLote          PIC 9(6).
	   02 FILLER          PIC X(9) VALUE "  MODO: ".
	   02 BpModo          PIC X(8).

	01 BalanceCab.
	   02 FILLER          PIC X(12) VALUE "Cuenta".
	   02 FILLER          PIC X(31) VALUE "Descripcion".
	   02 FILLER          PIC X(19) VALUE "Debe".
	   02 FILLER          PIC X(19) VALUE "Haber".
	   02 FILLER          PIC X(19) VALUE "Saldo".

	01 BalanceDetalle.
	   02 BdCuenta        PIC X(10).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 BdDescripcion   PIC X(30).
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 BdDebe          PIC Z(13)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 BdHaber         PIC Z(13)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 BdSaldo         PIC -(13)9.99.

	01 BalanceTotal.
	   02 FILLER          PIC X(43) VALUE "TOTAL".
	   02 BtDebe          PIC Z(13)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 BtHaber         PIC Z(13)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 BtSaldo         PIC -(13)9.99.

	01 BalanceResumen.
	   02 FILLER          PIC X(12) VALUE "FACTURAS: ".
	   02 BrFacturas      PIC Z(6)9.
	   02 FILLER          PIC X(11) VALUE "  ABONOS: ".
	   02 BrAbonos        PIC Z(6)9.
	   02 FILLER          PIC X(11) VALUE "  COBROS: ".
	   02 BrCobros        PIC Z(6)9.
	   02 FILLER          PIC X(17) VALUE "  MOVIMIENTOS: ".
	   02 BrMovimientos   PIC Z(6)9.

	01 IncidenciasTit PIC X(40) VALUE "INCIDENCIAS".

	01 IncidenciaLinea.
	   02 IlOrigen        PIC X(2).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IlDocumento     PIC X(10).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IlMotivo        PIC X(40).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IlDato          PIC X(12).

	01 ResultadoLinea.
	   02 FILLER          PIC X(11) VALUE "RESULTADO: ".
	   02 RlTexto         PIC X(70).

	PROCEDURE DIVISION.
		PERFORM ObtenParametros
		PERFORM LeePeriodos
		PERFORM LeeControlDiario
		PERFORM ValidaPeriodo
		PERFORM CargaCuentas

		OPEN INPUT AlmacenesFile
		IF NOT AlmIniciado
			DISPLAY "ABEND DiarioContable - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		OPEN OUTPUT BalanceFile
		WRITE BalanceLine FROM BalanceEnc
		MOVE MesDiario TO BpMes
		MOVE LoteActual TO BpLote
		IF ModoPrueba
			MOVE "PRUEBA" TO BpModo
		ELSE
			MOVE "DEFINIT." TO BpModo
		END-IF
		WRITE BalanceLine FROM BalanceParam
		MOVE SPACES TO BalanceLine
		WRITE BalanceLine
		WRITE BalanceLine FROM IncidenciasTit

		OPEN OUTPUT TemporalFile
		PERFORM ContabilizaFacturas
		PERFORM ContabilizaCobros
		PERFORM ContabilizaMovimientos
		CLOSE TemporalFile, AlmacenesFile

		IF TotalDebe NOT = TotalHaber
			SET HayDescuadre TO TRUE
		END-IF

		MOVE SPACES TO BalanceLine
		WRITE BalanceLine
		WRITE BalanceLine FROM BalanceCab
		SORT SortFile
			ON ASCENDING KEY SrtCuenta
			INPUT PROCEDURE IS LiberaSaldos
			OUTPUT PROCEDURE IS ImprimeBalance
		MOVE TotalDebe TO BtDebe
		MOVE TotalHaber TO BtHaber
		COMPUTE BtSaldo = TotalDebe - TotalHaber
		WRITE BalanceLine FROM BalanceTotal
		MOVE FacturasCount TO BrFacturas
		MOVE AbonosCount TO BrAbonos
		MOVE CobrosCount TO BrCobros
		MOVE MovimientosCount TO BrMovimientos
		WRITE BalanceLine FROM BalanceResumen

		MOVE SPACES TO BalanceLine
		WRITE BalanceLine
		MOVE SPACES TO RlTexto
		EVALUATE TRUE
			WHEN HayDescuadre
				STRING "LOTE " LoteActual " DESCUADRADO, NO SE LIBERA"
					DELIMITED BY SIZE INTO RlTexto
			WHEN SinCuentaCount > ZEROS
				STRING "LOTE " LoteActual " CON APUNTES SIN CUENTA, NO SE LIBERA"
					DELIMITED BY SIZE INTO RlTexto
			WHEN ModoPrueba
				STRING "LOTE " LoteActual " CUADRADO (PRUEBA, NO SE LIBERA)"
					DELIMITED BY SIZE INTO RlTexto
			WHEN OTHER
				PERFORM LiberaLote
				STRING "LOTE " LoteActual " LIBERADO EN DIARIO.DAT"
					DELIMITED BY SIZE INTO RlTexto
		END-EVALUATE
		WRITE BalanceLine FROM ResultadoLinea
		CLOSE BalanceFile

		DISPLAY "DiarioContable - LOTE: " LoteActual
			" ASIENTOS: " AsientosCount
			" LINEAS: " LineasCount
			" DEBE: " TotalDebe
			" HABER: " TotalHaber
			" SIN CUENTA: " SinCuentaCount
			" SIN COSTE: " SinCosteCount

		IF NOT ModoPrueba
		AND (HayDescuadre OR SinCuentaCount > ZEROS)
			DISPLAY "ABEND DiarioContable - LOTE " LoteActual " NO LIBERADO, VER BALANCE.RPT"
			MOVE 16 TO RETURN-CODE
		END-IF

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmMes
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmMes FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmMes
		END-ACCEPT
		IF WParmMes IS NOT NUMERIC
			DISPLAY "ABEND DiarioContable - PARAMETRO DE MES NO VALIDO (AAAAMM): " WParmMes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WParmMes TO MesDiario
		IF MdMes < 01 OR MdMes > 12
			DISPLAY "ABEND DiarioContable - PARAMETRO DE MES NO VALIDO (AAAAMM): " WParmMes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO WParmModo
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmModo FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmModo
		END-ACCEPT
		EVALUATE WParmModo
			WHEN SPACES
			WHEN "*"
				CONTINUE
			WHEN "PRUEBA"
				SET ModoPrueba TO TRUE
			WHEN OTHER
				DISPLAY "ABEND DiarioContable - PARAMETRO DE MODO NO VALIDO (PRUEBA o *): " WParmModo
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
				READ PeriodosFile
					AT END SET NoHayMasPeriodos TO TRUE
				END-READ
			END-PERFORM
			CLOSE PeriodosFile
		END-IF.

	LeeControlDiario.
		MOVE SPACES TO FinDiarioCtl
		OPEN INPUT DiarioCtlFile
		IF StatDiarioCtl = "35"
			CONTINUE
		ELSE
			READ DiarioCtlFile
				AT END SET NoHayMasDiarioCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasDiarioCtl
				MOVE CdLote TO UltimoLote
				IF CdAnioMes = MesDiario
					SET MesContabilizado TO TRUE
					MOVE CdLote TO LoteAnterior
				END-IF
				READ DiarioCtlFile
					AT END SET NoHayMasDiarioCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE DiarioCtlFile
		END-IF
		COMPUTE LoteActual = UltimoLote + 1.

	ValidaPeriodo.
		IF NOT ModoPrueba
			IF MesDiario > CerradoHasta
				DISPLAY "ABEND DiarioContable - EL MES " MesDiario " NO ESTA CERRADO (CERRADO HASTA " CerradoHasta "), USE PRUEBA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			IF MesContabilizado
				DISPLAY "ABEND DiarioContable - EL MES " MesDiario " YA SE CONTABILIZO EN EL LOTE " LoteAnterior
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF.

	CargaCuentas.
		MOVE SPACES TO FinCuentas
		OPEN INPUT CuentasFile
		IF StatCuentas NOT = "00"
			DISPLAY "ABEND DiarioContable - ERROR APERTURA CUENTAS.DAT, STATUS " StatCuentas
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ CuentasFile
			AT END SET NoHayMasCuentas TO TRUE
		END-READ
		PERFORM UNTIL NoHayMasCuentas
			IF NCuentas = MAX-CUENTAS
				DISPLAY "ABEND DiarioContable - CUENTAS.DAT TIENE MAS DE " MAX-CUENTAS " REGISTROS"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			IF CtTasa IS NOT NUMERIC
				DISPLAY "ADVERTENCIA DiarioContable - TASA NO NUMERICA EN CUENTAS.DAT, TIPO " CtTipo " CUENTA " CtCuenta
			ELSE
				ADD 1 TO NCuentas
				MOVE CtTipo TO TcTipo(NCuentas)
				MOVE CtTasa TO TcTasa(NCuentas)
				MOVE CtCuenta TO TcCuenta(NCuentas)
				MOVE CtDescripcion TO TcDescripcion(NCuentas)
			END-IF
			READ CuentasFile
				AT END SET NoHayMasCuentas TO TRUE
			END-READ
		END-PERFORM
		CLOSE CuentasFile.

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

	ContabilizaFacturas.
		MOVE "FR" TO NaPrefijo
		MOVE MesDiario TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM ContabilizaArchivoFacturas
			PERFORM AvanzaMesArchivo
		END-PERFORM

		OPEN INPUT RegistroFile
		IF StatRegistro NOT = "35"
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				IF FrAnioMes = MesDiario
					PERFORM AsientoFactura
				END-IF
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF.

	ContabilizaArchivoFacturas.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			IF FrAnioMes = MesDiario
				PERFORM AsientoFactura
			END-IF
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	AsientoFactura.
		PERFORM AbreAsiento
		MOVE FrFecha TO DdFecha
		MOVE FrNumero TO DdDocumento
		IF FrEsAbono
			ADD 1 TO AbonosCount
			MOVE "AB" TO DdOrigen
			MOVE "H" TO SignoCargo
			MOVE "D" TO SignoAbono
			MOVE SPACES TO DdConcepto
			STRING "ABONO S/FRA " FrFactOrigen " " FrUserId
				DELIMITED BY SIZE INTO DdConcepto
		ELSE
			ADD 1 TO FacturasCount
			MOVE "FR" TO DdOrigen
			MOVE "D" TO SignoCargo
			MOVE "H" TO SignoAbono
			MOVE SPACES TO DdConcepto
			STRING "FACTURA " FrNumero " " FrUserId
				DELIMITED BY SIZE INTO DdConcepto
		END-IF

		MOVE "CL" TO ApTipoCuenta
		MOVE ZEROS TO ApTasa
		MOVE SignoCargo TO ApSigno
		MOVE FrTotal TO ApImporte
		PERFORM EscribeApunte

		MOVE 1 TO IndDes
		PERFORM UNTIL IndDes > 4
			IF FrBase(IndDes) > ZEROS
				MOVE "VT" TO ApTipoCuenta
				MOVE FrTasa(IndDes) TO ApTasa
				MOVE SignoAbono TO ApSigno
				MOVE FrBase(IndDes) TO ApImporte
				PERFORM EscribeApunte
			END-IF
			IF FrCuota(IndDes) > ZEROS
				MOVE "IV" TO ApTipoCuenta
				MOVE FrTasa(IndDes) TO ApTasa
				MOVE SignoAbono TO ApSigno
				MOVE FrCuota(IndDes) TO ApImporte
				PERFORM EscribeApunte
			END-IF
			ADD 1 TO IndDes
		END-PERFORM

		PERFORM CompruebaAsiento.

	ContabilizaCobros.
		MOVE "CB" TO NaPrefijo
		MOVE MesDiario TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM ContabilizaArchivoCobros
			PERFORM AvanzaMesArchivo
		END-PERFORM

		OPEN INPUT CobrosFile
		IF StatCobros NOT = "35"
			READ CobrosFile
				AT END SET EndOfCobrosFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCobrosFile
				IF CbAnioMes = MesDiario
					PERFORM AsientoCobro
				END-IF
				READ CobrosFile
					AT END SET EndOfCobrosFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CobrosFile
		END-IF.

	ContabilizaArchivoCobros.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			IF CbAnioMes = MesDiario
				PERFORM AsientoCobro
			END-IF
			READ ArchivoFile INTO CobrosDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	AsientoCobro.
		ADD 1 TO CobrosCount
		PERFORM AbreAsiento
		MOVE CbFecha TO DdFecha
		MOVE "CB" TO DdOrigen
		MOVE CbFactura TO DdDocumento
		MOVE SPACES TO DdConcepto
		STRING "COBRO FRA " CbFactura " " CbUserId
			DELIMITED BY SIZE INTO DdConcepto

		MOVE "CJ" TO ApTipoCuenta
		MOVE ZEROS TO ApTasa
		MOVE "D" TO ApSigno
		MOVE CbImporte TO ApImporte
		PERFORM EscribeApunte
		MOVE "CL" TO ApTipoCuenta
		MOVE "H" TO ApSigno
		PERFORM EscribeApunte

		PERFORM CompruebaAsiento.

	ContabilizaMovimientos.
		MOVE "MV" TO NaPrefijo
		MOVE MesDiario TO MesArchivo
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO MovDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			IF MovAnioMes = MesDiario
				PERFORM AsientoMovimiento
			END-IF
			READ ArchivoFile INTO MovDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes

		OPEN INPUT MovFile
		IF StatMov NOT = "35"
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfMovFile
				IF MovAnioMes = MesDiario
					PERFORM AsientoMovimiento
				END-IF
				READ MovFile
					AT END SET EndOfMovFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE MovFile
		END-IF.

	AsientoMovimiento.
		EVALUATE MovTipo
			WHEN "AS"
			WHEN "TE"
			WHEN "TS"
				CONTINUE
			WHEN "RC"
			WHEN "AJ"
			WHEN "DV"
				MOVE "D" TO SignoCargo
				PERFORM ValoraMovimiento
			WHEN "SA"
			WHEN "AX"
				MOVE "H" TO SignoCargo
				PERFORM ValoraMovimiento
			WHEN "IN"
				IF MovDespues < MovAntes
					MOVE "H" TO SignoCargo
				ELSE
					MOVE "D" TO SignoCargo
				END-IF
				PERFORM ValoraMovimiento
			WHEN OTHER
				MOVE "MV" TO IlOrigen
				MOVE MovArtID TO IlDocumento
				MOVE "TIPO DE MOVIMIENTO DESCONOCIDO" TO IlMotivo
				MOVE MovTipo TO IlDato
				WRITE BalanceLine FROM IncidenciaLinea
		END-EVALUATE.

	ValoraMovimiento.
		MOVE ZEROS TO ValorMovimiento
		MOVE MovArtID TO ArtAlID
		MOVE MovAlmId TO AlmId
		READ AlmacenesFile
			INVALID KEY
				MOVE ZEROS TO CosteMedio
		END-READ
		COMPUTE ValorMovimiento ROUNDED = MovCant * CosteMedio
		IF ValorMovimiento = ZEROS
			ADD 1 TO SinCosteCount
			MOVE "MV" TO IlOrigen
			MOVE MovArtID TO IlDocumento
			MOVE "SIN COSTE MEDIO EN ALM.DAT, NO SE CONTAB." TO IlMotivo
			MOVE SPACES TO IlDato
			STRING MovTipo " " MovAlmId DELIMITED BY SIZE INTO IlDato
			WRITE BalanceLine FROM IncidenciaLinea
		ELSE
			ADD 1 TO MovimientosCount
			PERFORM AbreAsiento
			MOVE MovFecha TO DdFecha
			MOVE "MV" TO DdOrigen
			MOVE MovArtID TO DdDocumento
			MOVE SPACES TO DdConcepto
			STRING "STOCK " MovTipo " " MovCant " UDS ALM " MovAlmId
				DELIMITED BY SIZE INTO DdConcepto
			IF SignoCargo = "D"
				MOVE "H" TO SignoAbono
			ELSE
				MOVE "D" TO SignoAbono
			END-IF

			MOVE "EX" TO ApTipoCuenta
			MOVE ZEROS TO ApTasa
			MOVE SignoCargo TO ApSigno
			MOVE ValorMovimiento TO ApImporte
			PERFORM EscribeApunte
			MOVE MovTipo TO ApTipoCuenta
			MOVE SignoAbono TO ApSigno
			PERFORM EscribeApunte

			PERFORM CompruebaAsiento
		END-IF.

	AbreAsiento.
		ADD 1 TO AsientosCount
		MOVE LoteActual TO DdLote
		MOVE AsientosCount TO DdAsiento
		MOVE ZEROS TO DdLinea
		MOVE ZEROS TO DebeAsiento
		MOVE ZEROS TO HaberAsiento.

	CompruebaAsiento.
		IF DebeAsiento NOT = HaberAsiento
			ADD 1 TO DescuadresCount
			SET HayDescuadre TO TRUE
			MOVE DdOrigen TO IlOrigen
			MOVE DdDocumento TO IlDocumento
			MOVE "ASIENTO DESCUADRADO (DEBE - HABER)" TO IlMotivo
			MOVE SPACES TO IlDato
			STRING DebeAsiento DELIMITED BY SIZE INTO IlDato
			WRITE BalanceLine FROM IncidenciaLinea
		END-IF.

	EscribeApunte.
		IF ApImporte > ZEROS
			PERFORM BuscaCuenta
			ADD 1 TO DdLinea
			MOVE ApSigno TO DdSigno
			MOVE ApImporte TO DdImporte
			IF CuentaHallada
				MOVE TcCuenta(IndCuenta) TO DdCuenta
			ELSE
				MOVE SPACES TO DdCuenta
				ADD 1 TO SinCuentaCount
				MOVE DdOrigen TO IlOrigen
				MOVE DdDocumento TO IlDocumento
				MOVE "SIN CUENTA EN CUENTAS.DAT PARA TIPO/TASA" TO IlMotivo
				MOVE SPACES TO IlDato
				STRING ApTipoCuenta " " ApTasa DELIMITED BY SIZE
					INTO IlDato
				WRITE BalanceLine FROM IncidenciaLinea
			END-IF
			WRITE TemporalLine FROM DiarioDetalle
			ADD 1 TO LineasCount
			IF ApDebe
				ADD ApImporte TO DebeAsiento
				ADD ApImporte TO TotalDebe
			ELSE
				ADD ApImporte TO HaberAsiento
				ADD ApImporte TO TotalHaber
			END-IF
			PERFORM AcumulaSaldo
		END-IF.

	BuscaCuenta.
		MOVE SPACES TO SwCuentaHallada
		MOVE 1 TO IndBusCuenta
		PERFORM UNTIL IndBusCuenta > NCuentas OR CuentaHallada
			IF TcTipo(IndBusCuenta) = ApTipoCuenta
			AND TcTasa(IndBusCuenta) = ApTasa
				SET CuentaHallada TO TRUE
				MOVE IndBusCuenta TO IndCuenta
			END-IF
			ADD 1 TO IndBusCuenta
		END-PERFORM
		IF NOT CuentaHallada AND ApTasa NOT = ZEROS
			MOVE 1 TO IndBusCuenta
			PERFORM UNTIL IndBusCuenta > NCuentas OR CuentaHallada
				IF TcTipo(IndBusCuenta) = ApTipoCuenta
				AND TcTasa(IndBusCuenta) = ZEROS
					SET CuentaHallada TO TRUE
					MOVE IndBusCuenta TO IndCuenta
				END-IF
				ADD 1 TO IndBusCuenta
			END-PERFORM
		END-IF.

	AcumulaSaldo.
		MOVE SPACES TO SwSaldoHallado
		MOVE 1 TO IndBusSaldo
		PERFORM UNTIL IndBusSaldo > NSaldos OR SaldoHallado
			IF TsCuenta(IndBusSaldo) = DdCuenta
				SET SaldoHallado TO TRUE
				MOVE IndBusSaldo TO IndSaldo
			END-IF
			ADD 1 TO IndBusSaldo
		END-PERFORM
		IF NOT SaldoHallado
			IF NSaldos = MAX-SALDOS
				DISPLAY "ABEND DiarioContable - MAS DE " MAX-SALDOS " CUENTAS EN EL LOTE"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NSaldos
			MOVE NSaldos TO IndSaldo
			MOVE DdCuenta TO TsCuenta(IndSaldo)
			IF CuentaHallada
				MOVE TcDescripcion(IndCuenta) TO TsDescripcion(IndSaldo)
			ELSE
				MOVE "** SIN CUENTA **" TO TsDescripcion(IndSaldo)
			END-IF
			MOVE ZEROS TO TsDebe(IndSaldo)
			MOVE ZEROS TO TsHaber(IndSaldo)
		END-IF
		IF ApDebe
			ADD ApImporte TO TsDebe(IndSaldo)
		ELSE
			ADD ApImporte TO TsHaber(IndSaldo)
		END-IF.

	LiberaSaldos.
		MOVE 1 TO IndSaldo
		PERFORM UNTIL IndSaldo > NSaldos
			MOVE TsCuenta(IndSaldo) TO SrtCuenta
			MOVE TsDescripcion(IndSaldo) TO SrtDescripcion
			MOVE TsDebe(IndSaldo) TO SrtDebe
			MOVE TsHaber(IndSaldo) TO SrtHaber
			RELEASE SortRec
			ADD 1 TO IndSaldo
		END-PERFORM.

	ImprimeBalance.
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado
			MOVE SrtCuenta TO BdCuenta
			MOVE SrtDescripcion TO BdDescripcion
			MOVE SrtDebe TO BdDebe
			MOVE SrtHaber TO BdHaber
			COMPUTE BdSaldo = SrtDebe - SrtHaber
			WRITE BalanceLine FROM BalanceDetalle
			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN
		END-PERFORM.

	LiberaLote.
		OPEN OUTPUT DiarioFile
		IF StatDiario NOT = "00"
			DISPLAY "ABEND DiarioContable - ERROR APERTURA DIARIO.DAT, STATUS " StatDiario
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE LoteActual TO DcLote
		MOVE MesDiario TO DcAnioMes
		MOVE WFechaSistema TO DcFecha
		MOVE WHoraSistema TO DcHora
		WRITE DiarioLine FROM DiarioCabecera
		PERFORM CompruebaEscrituraDiario

		MOVE SPACES TO FinTemporal
		OPEN INPUT TemporalFile
		READ TemporalFile
			AT END SET NoHayMasTemporal TO TRUE
		END-READ
		PERFORM UNTIL NoHayMasTemporal
			WRITE DiarioLine FROM TemporalLine
			PERFORM CompruebaEscrituraDiario
			READ TemporalFile
				AT END SET NoHayMasTemporal TO TRUE
			END-READ
		END-PERFORM
		CLOSE TemporalFile

		MOVE LoteActual TO DtLote
		MOVE AsientosCount TO DtAsientos
		MOVE LineasCount TO DtLineas
		MOVE TotalDebe TO DtDebe
		MOVE TotalHaber TO DtHaber
		WRITE DiarioLine FROM DiarioTrailer
		PERFORM CompruebaEscrituraDiario
		CLOSE DiarioFile

		MOVE LoteActual TO CdLote
		MOVE MesDiario TO CdAnioMes
		MOVE WFechaSistema TO CdFecha
		MOVE WHoraSistema TO CdHora
		MOVE AsientosCount TO CdAsientos
		MOVE LineasCount TO CdLineas
		MOVE TotalDebe TO CdDebe
		MOVE TotalHaber TO CdHaber
		OPEN EXTEND DiarioCtlFile
		IF StatDiarioCtl = "35"
			OPEN OUTPUT DiarioCtlFile
		END-IF
		WRITE DiarioCtlDetails
		CLOSE DiarioCtlFile.

	CompruebaEscrituraDiario.
		IF StatDiario NOT = "00"
			DISPLAY "ABEND DiarioContable - ERROR ESCRITURA DIARIO.DAT, LOTE " LoteActual ", STATUS " StatDiario
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
