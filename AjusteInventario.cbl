	IDENTIFICATION DIVISION.
	PROGRAM-ID.  AjusteInventario.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT FotoFile ASSIGN TO "INVFOTO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFoto.

		SELECT RecuentoFile ASSIGN TO "RECUENTO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRecuento.

		SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT VarInvFile ASSIGN TO "VARINV.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT ErrInvFile ASSIGN TO "INVERR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRunCtl.

		SELECT MovFile ASSIGN TO "MOVSTK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

	DATA DIVISION.
	FILE SECTION.

	FD FotoFile.
	01 FotoDetails.
	    88 EndOfFotoFile VALUE HIGH-VALUES.
	   02 IfAlmId         PIC X(4).
	   02 IfArtID         PIC X(7).
	   02 IfCantLibro     PIC 9(5).
	   02 IfPrecio        PIC 9(4)V99.
	   02 IfFecha         PIC 9(8).
	   02 IfEstado        PIC X.
	   02 IfCoste         PIC 9(4)V9(4).

	FD RecuentoFile.
	01 RecuentoDetails.
	    88 EndOfRecuentoFile VALUE HIGH-VALUES.
	   02 CtAlmId         PIC X(4).
	   02 CtArtID         PIC X(7).
	   02 CtCant          PIC 9(5).
	   02 CtTipo          PIC X.
	      88 CtConteo     VALUE "C".
	      88 CtReconteo   VALUE "R".
	   02 CtContador      PIC X(8).

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

   	FD VarInvFile.
	01 VarInvLine         PIC X(90).

	FD ErrInvFile.
	01 ErrInvLine         PIC X(80).

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


	WORKING-STORAGE SECTION.

	78 MAX-FOTOS VALUE 9000.
	78 TOLERANCIA-DEFECTO VALUE 5.

	01 StatFoto PIC X(02) VALUE SPACES.
	           88 FotoIniciado VALUE '00'.
	01 StatRecuento PIC X(02) VALUE SPACES.
	           88 RecIniciado VALUE '00'.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.
	01 StatRunCtl PIC X(02) VALUE SPACES.
	01 StatMov PIC X(02) VALUE SPACES.

	01 FinRunCtl PIC X VALUE SPACES.
			88 NoHayMasRunCtl VALUE '1'.

	01 RunActual PIC 9(5) VALUE ZEROS.

	01 WParmModo PIC X(12) VALUE SPACES.
	01 WParmTol PIC X(3) VALUE SPACES.
	01 Tolerancia PIC 9(3) VALUE TOLERANCIA-DEFECTO.

	01 SwContabiliza PIC X VALUE SPACES.
			88 Contabiliza VALUE '1'.

	01 WDigito.
	   02 DigitoX PIC X.
	   02 Digito REDEFINES DigitoX PIC 9.
	01 ContDig PIC 9(4).

	01 NFotos PIC 9(4) VALUE ZEROS.
	01 TablaFotos.
	    02 TIF OCCURS 0 TO MAX-FOTOS DEPENDING ON NFotos
		INDEXED BY IIF.
			03 TifAlmId     PIC X(4).
			03 TifArtID     PIC X(7).
			03 TifCantLibro PIC 9(5).
			03 TifPrecio    PIC 9(4)V99.
			03 TifFecha     PIC 9(8).
			03 TifEstado    PIC X.
			   88 TifContabilizada VALUE "P".
			03 TifCoste     PIC 9(4)V9(4).
			03 TifContado   PIC 9(7).
			03 TifRecontado PIC 9(7).
			03 TifSwConteo  PIC X.
			   88 TifHayConteo VALUE "1".
			03 TifSwReconteo PIC X.
			   88 TifHayReconteo VALUE "1".

	01 IndFoto PIC 9(4).

	01 SwFotoHallada PIC X VALUE SPACES.
			88 FotoHallada VALUE '1'.

	01 CantFinal PIC 9(7).
	01 Diferencia PIC S9(7).
	01 DiferenciaAbs PIC 9(7).
	01 ValorDif PIC S9(11)V99.
	01 PctDif PIC 9(3)V99.
	01 StockNuevo PIC S9(7).

	01 ResultadoClave PIC X(10).

	01 SwAlmAbierto PIC X VALUE SPACES.
			88 AlmAbierto VALUE '1'.
	01 AlmAnterior PIC X(4) VALUE SPACES.

	01 TotalesAlm.
	   02 AlmValorSobrante  PIC S9(11)V99 VALUE ZEROS.
	   02 AlmValorFaltante  PIC S9(11)V99 VALUE ZEROS.

	01 TotalesGen.
	   02 GenValorSobrante  PIC S9(11)V99 VALUE ZEROS.
	   02 GenValorFaltante  PIC S9(11)V99 VALUE ZEROS.

	01 ContadoresInv.
	   02 ConteosLeidos     PIC 9(7) VALUE ZEROS.
	   02 ConteosRechazados PIC 9(7) VALUE ZEROS.
	   02 ClavesCuadradas   PIC 9(7) VALUE ZEROS.
	   02 ClavesAprobadas   PIC 9(7) VALUE ZEROS.
	   02 ClavesRecontar    PIC 9(7) VALUE ZEROS.
	   02 ClavesNoContadas  PIC 9(7) VALUE ZEROS.
	   02 ClavesAjustadas   PIC 9(7) VALUE ZEROS.
	   02 ClavesPrevias     PIC 9(7) VALUE ZEROS.
	   02 AjustesRechazados PIC 9(7) VALUE ZEROS.

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

	01 VarInvEnc.
	   02 FILLER          PIC X(26) VALUE "DIFERENCIAS DE INVENTARIO ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 VarInvModo.
	   02 FILLER          PIC X(8) VALUE "MODO: ".
	   02 VmModo          PIC X(12).
	   02 FILLER          PIC X(13) VALUE "TOLERANCIA: ".
	   02 VmTolerancia    PIC ZZ9.
	   02 FILLER          PIC X(2) VALUE " %".

	01 VarInvCab.
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(8) VALUE "Libro".
	   02 FILLER          PIC X(10) VALUE "Contado".
	   02 FILLER          PIC X(10) VALUE "Difer".
	   02 FILLER          PIC X(9) VALUE "%Dif".
	   02 FILLER          PIC X(16) VALUE "Valor".
	   02 FILLER          PIC X(10) VALUE "Estado".

	01 VarInvDetalle.
	   02 VdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdLibro         PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdContado       PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdDiferencia    PIC -(7)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdPct           PIC ZZ9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdValor         PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdEstado        PIC X(10).

	01 VarInvTotAlm.
	   02 FILLER          PIC X(10) VALUE "TOTAL ALM ".
	   02 VtAlmId         PIC X(4).
	   02 FILLER          PIC X(12) VALUE " SOBRANTE: ".
	   02 VtSobrante      PIC -(10)9.99.
	   02 FILLER          PIC X(12) VALUE "  FALTANTE: ".
	   02 VtFaltante      PIC -(10)9.99.

	01 VarInvTotGen.
	   02 FILLER          PIC X(14) VALUE "TOTAL GENERAL".
	   02 FILLER          PIC X(12) VALUE " SOBRANTE: ".
	   02 VgSobrante      PIC -(10)9.99.
	   02 FILLER          PIC X(12) VALUE "  FALTANTE: ".
	   02 VgFaltante      PIC -(10)9.99.

	01 VarInvResumen.
	   02 FILLER          PIC X(10) VALUE "CUADRAN: ".
	   02 VrCuadradas     PIC Z(6)9.
	   02 FILLER          PIC X(12) VALUE "  APROBADAS:".
	   02 VrAprobadas     PIC Z(6)9.
	   02 FILLER          PIC X(12) VALUE "  RECONTAR: ".
	   02 VrRecontar      PIC Z(6)9.
	   02 FILLER          PIC X(14) VALUE "  NO CONTADAS:".
	   02 VrNoContadas    PIC Z(6)9.

	01 ErrInvEnc.
	   02 FILLER          PIC X(26) VALUE "ERRORES DE RECUENTO       ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFechaErr     PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHoraErr      PIC X(8) VALUE SPACES.

	01 ErrInvDetalle.
	   02 EiAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EiArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EiCant          PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EiContador      PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EiMotivo        PIC X(40).

	PROCEDURE DIVISION.
		OPEN INPUT FotoFile, RecuentoFile.

		IF NOT FotoIniciado
			DISPLAY "ABEND AjusteInventario - ERROR APERTURA INVFOTO.DAT, STATUS " StatFoto
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT RecIniciado
			DISPLAY "ABEND AjusteInventario - ERROR APERTURA RECUENTO.DAT, STATUS " StatRecuento
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM ObtenParametros

		IF Contabiliza
			OPEN I-O AlmacenesFile
			IF NOT AlmIniciado
				DISPLAY "ABEND AjusteInventario - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			PERFORM LeeRunCtl
			OPEN EXTEND MovFile
			IF StatMov = "35"
				OPEN OUTPUT MovFile
			END-IF
		END-IF

		OPEN OUTPUT VarInvFile, ErrInvFile
		WRITE VarInvLine FROM VarInvEnc
		WRITE VarInvLine FROM VarInvModo
		WRITE VarInvLine FROM VarInvCab
		WRITE ErrInvLine FROM ErrInvEnc

		PERFORM CargaFotos
		CLOSE FotoFile

		READ RecuentoFile
			AT END SET EndOfRecuentoFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfRecuentoFile
			ADD 1 TO ConteosLeidos
			PERFORM AcumulaConteo
			READ RecuentoFile
				AT END SET EndOfRecuentoFile TO TRUE
			END-READ
		END-PERFORM
		CLOSE RecuentoFile

		MOVE 1 TO IndFoto
		PERFORM UNTIL IndFoto > NFotos
			IF TifContabilizada(IndFoto)
				ADD 1 TO ClavesPrevias
			ELSE
				IF NOT AlmAbierto OR TifAlmId(IndFoto) NOT = AlmAnterior
					IF AlmAbierto
						PERFORM CierraAlmacen
					END-IF
					MOVE TifAlmId(IndFoto) TO AlmAnterior
					MOVE ZEROS TO AlmValorSobrante
					MOVE ZEROS TO AlmValorFaltante
					SET AlmAbierto TO TRUE
				END-IF
				PERFORM EvaluaClave
			END-IF
			ADD 1 TO IndFoto
		END-PERFORM
		IF AlmAbierto
			PERFORM CierraAlmacen
		END-IF

		MOVE GenValorSobrante TO VgSobrante
		MOVE GenValorFaltante TO VgFaltante
		WRITE VarInvLine FROM VarInvTotGen
		MOVE ClavesCuadradas TO VrCuadradas
		MOVE ClavesAprobadas TO VrAprobadas
		MOVE ClavesRecontar TO VrRecontar
		MOVE ClavesNoContadas TO VrNoContadas
		WRITE VarInvLine FROM VarInvResumen

		IF Contabiliza
			PERFORM GrabaFotos
			CLOSE AlmacenesFile, MovFile
		END-IF
		CLOSE VarInvFile, ErrInvFile

		DISPLAY "AjusteInventario - CONTEOS: " ConteosLeidos
			" RECHAZADOS: " ConteosRechazados
			" CUADRAN: " ClavesCuadradas
			" APROBADAS: " ClavesAprobadas
			" RECONTAR: " ClavesRecontar
			" NO CONTADAS: " ClavesNoContadas
		DISPLAY "AjusteInventario - AJUSTADAS: " ClavesAjustadas
			" AJUSTES RECHAZADOS: " AjustesRechazados
			" YA CONTABILIZADAS: " ClavesPrevias

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmModo
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmModo FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmModo
		END-ACCEPT
		IF WParmModo = "*"
			MOVE SPACES TO WParmModo
		END-IF
		EVALUATE WParmModo
			WHEN SPACES
				MOVE "INFORME" TO VmModo
			WHEN "CONTABILIZA"
				SET Contabiliza TO TRUE
				MOVE "CONTABILIZA" TO VmModo
			WHEN OTHER
				DISPLAY "ABEND AjusteInventario - PARAMETRO DE MODO NO VALIDO: " WParmModo
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		MOVE SPACES TO WParmTol
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmTol FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmTol
		END-ACCEPT
		IF WParmTol = "*"
			MOVE SPACES TO WParmTol
		END-IF
		IF WParmTol NOT = SPACES
			MOVE ZEROS TO Tolerancia
			MOVE 1 TO ContDig
			PERFORM UNTIL ContDig > 3 OR WParmTol(ContDig:1) = SPACE
				IF WParmTol(ContDig:1) IS NUMERIC
					MOVE WParmTol(ContDig:1) TO DigitoX
					COMPUTE Tolerancia = Tolerancia * 10 + Digito
					ADD 1 TO ContDig
				ELSE
					DISPLAY "ABEND AjusteInventario - PARAMETRO DE TOLERANCIA NO NUMERICO: " WParmTol
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-PERFORM
		END-IF
		MOVE Tolerancia TO VmTolerancia

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora
		MOVE PrnFecha TO PrnFechaErr
		MOVE PrnHora TO PrnHoraErr.

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

	CargaFotos.
		READ FotoFile
			AT END SET EndOfFotoFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfFotoFile
			IF NFotos = MAX-FOTOS
				DISPLAY "ABEND AjusteInventario - INVFOTO.DAT TIENE MAS DE " MAX-FOTOS " REGISTROS"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NFotos
			MOVE IfAlmId TO TifAlmId(NFotos)
			MOVE IfArtID TO TifArtID(NFotos)
			MOVE IfCantLibro TO TifCantLibro(NFotos)
			MOVE IfPrecio TO TifPrecio(NFotos)
			MOVE IfFecha TO TifFecha(NFotos)
			MOVE IfEstado TO TifEstado(NFotos)
			MOVE IfCoste TO TifCoste(NFotos)
			MOVE ZEROS TO TifContado(NFotos)
			MOVE ZEROS TO TifRecontado(NFotos)
			MOVE SPACES TO TifSwConteo(NFotos)
			MOVE SPACES TO TifSwReconteo(NFotos)
			READ FotoFile
				AT END SET EndOfFotoFile TO TRUE
			END-READ
		END-PERFORM.

	BuscaFoto.
		MOVE SPACES TO SwFotoHallada
		MOVE ZEROS TO IndFoto
		SET IIF TO 1
		SEARCH TIF
			WHEN TifAlmId(IIF) = CtAlmId AND TifArtID(IIF) = CtArtID
				SET FotoHallada TO TRUE
				SET IndFoto TO IIF
		END-SEARCH.

	AcumulaConteo.
		IF CtCant IS NOT NUMERIC
			MOVE "CANTIDAD CONTADA NO NUMERICA" TO EiMotivo
			PERFORM EscribeErrorConteo
		ELSE
			IF NOT CtConteo AND NOT CtReconteo
				MOVE "TIPO DE CONTEO NO VALIDO (C/R)" TO EiMotivo
				PERFORM EscribeErrorConteo
			ELSE
				PERFORM BuscaFoto
				IF NOT FotoHallada
					MOVE "CLAVE SIN HOJA DE RECUENTO" TO EiMotivo
					PERFORM EscribeErrorConteo
				ELSE
					IF TifContabilizada(IndFoto)
						MOVE "RECUENTO YA CONTABILIZADO" TO EiMotivo
						PERFORM EscribeErrorConteo
					ELSE
						IF CtConteo
							ADD CtCant TO TifContado(IndFoto)
							MOVE "1" TO TifSwConteo(IndFoto)
						ELSE
							ADD CtCant TO TifRecontado(IndFoto)
							MOVE "1" TO TifSwReconteo(IndFoto)
						END-IF
					END-IF
				END-IF
			END-IF
		END-IF.

	EvaluaClave.
		MOVE TifAlmId(IndFoto) TO VdAlmId
		MOVE TifArtID(IndFoto) TO VdArtID
		MOVE TifCantLibro(IndFoto) TO VdLibro
		MOVE ZEROS TO VdContado
		MOVE ZEROS TO VdDiferencia
		MOVE ZEROS TO VdPct
		MOVE ZEROS TO VdValor

		IF NOT TifHayConteo(IndFoto) AND NOT TifHayReconteo(IndFoto)
			MOVE "NO CONTADO" TO ResultadoClave
			ADD 1 TO ClavesNoContadas
		ELSE
			IF TifHayReconteo(IndFoto)
				MOVE TifRecontado(IndFoto) TO CantFinal
			ELSE
				MOVE TifContado(IndFoto) TO CantFinal
			END-IF
			COMPUTE Diferencia = CantFinal - TifCantLibro(IndFoto)
			IF Diferencia < ZEROS
				COMPUTE DiferenciaAbs = ZEROS - Diferencia
			ELSE
				MOVE Diferencia TO DiferenciaAbs
			END-IF
			COMPUTE ValorDif ROUNDED = Diferencia * TifCoste(IndFoto)
			IF TifCantLibro(IndFoto) = ZEROS
				IF Diferencia = ZEROS
					MOVE ZEROS TO PctDif
				ELSE
					MOVE 999.99 TO PctDif
				END-IF
			ELSE
				COMPUTE PctDif ROUNDED = DiferenciaAbs * 100 / TifCantLibro(IndFoto)
					ON SIZE ERROR
						MOVE 999.99 TO PctDif
				END-COMPUTE
			END-IF
			MOVE CantFinal TO VdContado
			MOVE Diferencia TO VdDiferencia
			MOVE PctDif TO VdPct
			MOVE ValorDif TO VdValor

			IF Diferencia = ZEROS
				MOVE "CUADRA" TO ResultadoClave
				ADD 1 TO ClavesCuadradas
				IF Contabiliza
					MOVE "P" TO TifEstado(IndFoto)
				END-IF
			ELSE
				IF PctDif > Tolerancia AND NOT TifHayReconteo(IndFoto)
					MOVE "RECONTAR" TO ResultadoClave
					ADD 1 TO ClavesRecontar
				ELSE
					MOVE "APROBADO" TO ResultadoClave
					ADD 1 TO ClavesAprobadas
					IF Diferencia > ZEROS
						ADD ValorDif TO AlmValorSobrante
						ADD ValorDif TO GenValorSobrante
					ELSE
						ADD ValorDif TO AlmValorFaltante
						ADD ValorDif TO GenValorFaltante
					END-IF
					IF Contabiliza
						PERFORM PostAjuste
					END-IF
				END-IF
			END-IF
		END-IF

		MOVE ResultadoClave TO VdEstado
		WRITE VarInvLine FROM VarInvDetalle.

	PostAjuste.
		MOVE TifArtID(IndFoto) TO ArtAlID
		MOVE TifAlmId(IndFoto) TO AlmId
		READ AlmacenesFile KEY IS AlmKey
			INVALID KEY
				MOVE "CLAVE NO EXISTE EN ALM, NO AJUSTADO" TO EiMotivo
				PERFORM EscribeErrorAjuste
			NOT INVALID KEY
				COMPUTE StockNuevo = CantDisponible + Diferencia
				IF StockNuevo < ZEROS OR StockNuevo > 99999
					MOVE "AJUSTE DEJA STOCK FUERA DE RANGO" TO EiMotivo
					PERFORM EscribeErrorAjuste
				ELSE
					MOVE CantDisponible TO MovAntes
					MOVE StockNuevo TO CantDisponible
					MOVE CantDisponible TO MovDespues
					REWRITE AlmacenesDetails
						INVALID KEY
							DISPLAY "ABEND AjusteInventario - ERROR REWRITE ALM.DAT, CLAVE " ArtAlID AlmId ", STATUS " StatAlmacenes
							MOVE 16 TO RETURN-CODE
							STOP RUN
					END-REWRITE
					MOVE TifArtID(IndFoto) TO MovArtID
					MOVE TifAlmId(IndFoto) TO MovAlmId
					MOVE "IN" TO MovTipo
					MOVE DiferenciaAbs TO MovCant
					PERFORM EscribeMovimiento
					MOVE "P" TO TifEstado(IndFoto)
					MOVE "AJUSTADO" TO ResultadoClave
					ADD 1 TO ClavesAjustadas
				END-IF
		END-READ.

	EscribeMovimiento.
		MOVE WFechaSistema TO MovFecha
		MOVE RunActual TO MovRunNum
		WRITE MovDetails.

	CierraAlmacen.
		MOVE AlmAnterior TO VtAlmId
		MOVE AlmValorSobrante TO VtSobrante
		MOVE AlmValorFaltante TO VtFaltante
		WRITE VarInvLine FROM VarInvTotAlm
		MOVE SPACES TO VarInvLine
		WRITE VarInvLine.

	GrabaFotos.
		OPEN OUTPUT FotoFile
		MOVE 1 TO IndFoto
		PERFORM UNTIL IndFoto > NFotos
			MOVE TifAlmId(IndFoto) TO IfAlmId
			MOVE TifArtID(IndFoto) TO IfArtID
			MOVE TifCantLibro(IndFoto) TO IfCantLibro
			MOVE TifPrecio(IndFoto) TO IfPrecio
			MOVE TifFecha(IndFoto) TO IfFecha
			MOVE TifEstado(IndFoto) TO IfEstado
			MOVE TifCoste(IndFoto) TO IfCoste
			WRITE FotoDetails
			ADD 1 TO IndFoto
		END-PERFORM
		CLOSE FotoFile.

	EscribeErrorConteo.
		MOVE CtAlmId TO EiAlmId
		MOVE CtArtID TO EiArtID
		MOVE CtCant TO EiCant
		MOVE CtContador TO EiContador
		WRITE ErrInvLine FROM ErrInvDetalle
		ADD 1 TO ConteosRechazados.

	EscribeErrorAjuste.
		MOVE TifAlmId(IndFoto) TO EiAlmId
		MOVE TifArtID(IndFoto) TO EiArtID
		MOVE CantFinal TO EiCant
		MOVE SPACES TO EiContador
		WRITE ErrInvLine FROM ErrInvDetalle
		MOVE "ERROR" TO ResultadoClave
		ADD 1 TO AjustesRechazados.
