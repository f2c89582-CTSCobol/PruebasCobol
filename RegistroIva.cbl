		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT IvaRegFile ASSIGN TO "IVAREG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	      03 FrTasa       PIC 9(2)V99.
	      03 FrBase       PIC 9(13)V99.
	      03 FrCuota      PIC 9(11)V99.
	   02 FrTipo          PIC X.
	      88 FrEsAbono    VALUE "A".
	   02 FrFactOrigen    PIC 9(7).

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

	FD ArchivoFile.
	01 ArchivoLine        PIC X(250).

   	FD IvaRegFile.
	01 IvaRegLine         PIC X(80).

	01 StatRegistro PIC X(02) VALUE SPACES.
	           88 RegIniciado VALUE '00'.
	01 StatPeriodos PIC X(02) VALUE SPACES.
	01 StatArchivo  PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.

	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.
	01 FinArchivo PIC X VALUE SPACES.
			88 NoHayMasArchivo VALUE '1'.

	01 NombreArchivo PIC X(12) VALUE SPACES.
	01 NombreArchivoGrupo REDEFINES NombreArchivo.
	   02 NaPrefijo   PIC X(2).
	   02 NaAnioMes   PIC 9(6).
	   02 NaExtension PIC X(4).

	01 WParmPeriodo PIC X(6) VALUE SPACES.
	01 PeriodoFiltro PIC 9(6) VALUE ZEROS.

	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 MesArchivo PIC 9(6) VALUE ZEROS.
	01 MesArchivoGrupo REDEFINES MesArchivo.
	   02 MaAnio PIC 9(4).
	   02 MaMes  PIC 9(2).

	01 NTasas PIC 9(2) VALUE ZEROS.
	01 TablaTasas.
	    02 TT OCCURS 0 TO MAX-TASAS DEPENDING ON NTasas.
			03 TtTasa      PIC 9(2)V99.
			03 TtBase      PIC S9(13)V99.
			03 TtCuota     PIC S9(13)V99.

	01 SwTasaHallada PIC X VALUE SPACES.
			88 TasaHallada VALUE '1'.
	01 ContadoresReg.
	   02 FacturasLeidas   PIC 9(7) VALUE ZEROS.
	   02 FacturasPeriodo  PIC 9(7) VALUE ZEROS.
	   02 AbonosPeriodo    PIC 9(7) VALUE ZEROS.

	01 TotalBase PIC S9(13)V99 VALUE ZEROS.
	01 TotalCuota PIC S9(13)V99 VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	   02 IrTasa          PIC Z9.99.
	   02 FILLER          PIC X(1) VALUE "%".
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IrBase          PIC -(12)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IrCuota         PIC -(12)9.99.

	01 IvaRegTotales.
	   02 FILLER          PIC X(8) VALUE "TOTAL".
	   02 IrTotBase       PIC -(12)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IrTotCuota      PIC -(12)9.99.

	01 IvaRegFacturas.
	   02 FILLER          PIC X(30) VALUE
	          "FACTURAS EN EL PERIODO.....: ".
	   02 IrFacturas      PIC Z(6)9.

	01 IvaRegAbonos.
	   02 FILLER          PIC X(30) VALUE
	          "ABONOS EN EL PERIODO.......: ".
	   02 IrAbonos        PIC Z(6)9.

	PROCEDURE DIVISION.
		OPEN INPUT RegistroFile.
		OPEN OUTPUT IvaRegFile.
		END-IF

		PERFORM ObtenParametros
		PERFORM LeePeriodos

		WRITE IvaRegLine FROM IvaRegEnc
		MOVE PeriodoFiltro TO IrPeriodo
		END-READ
		PERFORM UNTIL EndOfRegistroFile

			PERFORM SeleccionaFactura

			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE

		END-PERFORM

		MOVE PeriodoFiltro TO MesArchivo
		PERFORM UNTIL MesArchivo > CerradoHasta
			PERFORM LeeArchivoPeriodo
			IF MaMes = 12
				ADD 1 TO MaAnio
				MOVE 01 TO MaMes
			ELSE
				ADD 1 TO MaMes
			END-IF
		END-PERFORM

		PERFORM ImprimeTasas

		MOVE TotalBase TO IrTotBase
		WRITE IvaRegLine FROM IvaRegTotales
		MOVE FacturasPeriodo TO IrFacturas
		WRITE IvaRegLine FROM IvaRegFacturas
		MOVE AbonosPeriodo TO IrAbonos
		WRITE IvaRegLine FROM IvaRegAbonos

		CLOSE RegistroFile, IvaRegFile

		DISPLAY "RegistroIva - FACTURAS: " FacturasLeidas
			" EN PERIODO: " FacturasPeriodo
			" ABONOS: " AbonosPeriodo
			" BASE: " TotalBase
			" CUOTA: " TotalCuota

			MOVE WParmPeriodo TO PeriodoFiltro
		END-IF.

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

	SeleccionaFactura.
		ADD 1 TO FacturasLeidas
		IF FrAnioMes = PeriodoFiltro
			IF FrEsAbono
				ADD 1 TO AbonosPeriodo
			ELSE
				ADD 1 TO FacturasPeriodo
			END-IF
			PERFORM AcumulaFactura
		END-IF.

	LeeArchivoPeriodo.
		MOVE "FR" TO NaPrefijo
		MOVE MesArchivo TO NaAnioMes
		MOVE ".ARC" TO NaExtension
		MOVE SPACES TO FinArchivo
		OPEN INPUT ArchivoFile
		IF ArchivoIniciado
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasArchivo
				PERFORM SeleccionaFactura
				READ ArchivoFile INTO RegistroDetails
					AT END SET NoHayMasArchivo TO TRUE
				END-READ
			END-PERFORM
			CLOSE ArchivoFile
		END-IF.

	AcumulaFactura.
		MOVE 1 TO IndDes
		PERFORM UNTIL IndDes > 4
			MOVE ZEROS TO TtBase(IndTasa)
			MOVE ZEROS TO TtCuota(IndTasa)
		END-IF
		IF FrEsAbono
			SUBTRACT FrBase(IndDes) FROM TtBase(IndTasa)
			SUBTRACT FrCuota(IndDes) FROM TtCuota(IndTasa)
			SUBTRACT FrBase(IndDes) FROM TotalBase
			SUBTRACT FrCuota(IndDes) FROM TotalCuota
		ELSE
			ADD FrBase(IndDes) TO TtBase(IndTasa)
			ADD FrCuota(IndDes) TO TtCuota(IndTasa)
			ADD FrBase(IndDes) TO TotalBase
			ADD FrCuota(IndDes) TO TotalCuota
		END-IF.

	ImprimeTasas.
		MOVE 1 TO IndTasa
