	IDENTIFICATION DIVISION.
	PROGRAM-ID.  PrevisionMinimos.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT HistoricoFile ASSIGN TO "HISTVTAS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatHistorico.

		SELECT MovFile ASSIGN TO "MOVSTK.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT StockParFile ASSIGN TO "STOCKPAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatStockPar.

		SELECT CategoriasFile ASSIGN TO "PLANCAT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCategorias.

		SELECT AprobadasFile ASSIGN TO "PLANAPRO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatAprobadas.

		SELECT PrevisionFile ASSIGN TO "PREVMIN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD HistoricoFile.
	01 HistoricoDetails.
	    88 EndOfHistoricoFile VALUE HIGH-VALUES.
	   02 HvArtID         PIC 9(7).
	   02 HvAnioMes       PIC 9(6).
	   02 HvCategoria     PIC X(10).
	   02 HvCant          PIC 9(9).
	   02 HvImporte       PIC 9(13)V99.

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

	FD StockParFile.
	01 StockParDetails.
	    88 EndOfStockParFile VALUE HIGH-VALUES.
	   02 SpArtAlID       PIC X(7).
	   02 SpAlmId         PIC X(4).
	   02 SpStockMinimo   PIC 9(5).

	FD CategoriasFile.
	01 CategoriasDetails.
	    88 EndOfCategoriasFile VALUE HIGH-VALUES.
	   02 PcCategoria     PIC X(10).
	   02 PcPlazo         PIC 9(3).
	   02 PcSeguridad     PIC 9(3).

	FD AprobadasFile.
	01 AprobadasDetails.
	    88 EndOfAprobadasFile VALUE HIGH-VALUES.
	   02 PaArtID         PIC X(7).
	   02 PaAlmId         PIC X(4).
	   02 PaMinimo        PIC X(5).
	   02 PaMinimoN REDEFINES PaMinimo PIC 9(5).

   	FD PrevisionFile.
	01 PrevisionLine      PIC X(100).


	WORKING-STORAGE SECTION.

	78 MAX-ARTICULOS VALUE 9000.
	78 MAX-SALIDAS VALUE 9000.
	78 MAX-PARAMETROS VALUE 9000.
	78 MAX-CATEGORIAS VALUE 100.
	78 MAX-APROBADAS VALUE 2000.
	78 MAX-ALM-ART VALUE 50.
	78 MAX-MESES VALUE 24.
	78 MESES-DEFECTO VALUE 3.
	78 UMBRAL-DEFECTO VALUE 50.
	78 STOCK-MINIMO-DEFECTO VALUE 10.
	78 PLAZO-DEFECTO VALUE 15.
	78 SEGURIDAD-DEFECTO VALUE 7.
	78 FACTOR-MINIMO VALUE 0.50.
	78 FACTOR-MAXIMO VALUE 2.00.

	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.
	01 StatHistorico  PIC X(02) VALUE SPACES.
	01 StatMov        PIC X(02) VALUE SPACES.
	01 StatArchivo    PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.
	01 StatStockPar   PIC X(02) VALUE SPACES.
	01 StatCategorias PIC X(02) VALUE SPACES.
	01 StatAprobadas  PIC X(02) VALUE SPACES.

	01 FinRecorrido PIC X VALUE SPACES.
			88 NoHayMasAlmacenes VALUE '1'.
	01 FinArchivo PIC X VALUE SPACES.
			88 NoHayMasArchivo VALUE '1'.

	01 NombreArchivo PIC X(12) VALUE SPACES.
	01 NombreArchivoGrupo REDEFINES NombreArchivo.
	   02 NaPrefijo   PIC X(2).
	   02 NaAnioMes   PIC 9(6).
	   02 NaExtension PIC X(4).

	01 WParmModo PIC X(8) VALUE SPACES.
	01 WParmMeses PIC X(3) VALUE SPACES.
	01 WParmEstacional PIC X(10) VALUE SPACES.
	01 WParmUmbral PIC X(3) VALUE SPACES.

	01 SwAplica PIC X VALUE SPACES.
			88 Aplica VALUE '1'.
	01 SwEstacional PIC X VALUE SPACES.
			88 Estacional VALUE '1'.

	01 NumMeses PIC 9(3) VALUE MESES-DEFECTO.
	01 Umbral PIC 9(3) VALUE UMBRAL-DEFECTO.

	01 DigitoParm.
	   02 DigitoX PIC X.
	   02 Digito REDEFINES DigitoX PIC 9.
	01 ContDig PIC 9(4).

	01 MesObjetivo PIC 9(6) VALUE ZEROS.
	01 MesDesde PIC 9(6) VALUE ZEROS.
	01 MesHasta PIC 9(6) VALUE ZEROS.
	01 MesObjetivoAnt PIC 9(6) VALUE ZEROS.
	01 MesDesdeAnt PIC 9(6) VALUE ZEROS.
	01 MesHastaAnt PIC 9(6) VALUE ZEROS.
	01 MesTrabajo PIC 9(6) VALUE ZEROS.
	01 MesTrabajoGrupo REDEFINES MesTrabajo.
	   02 MtAnio PIC 9(4).
	   02 MtMes  PIC 9(2).
	01 ContMes PIC 9(3).

	01 NArticulos PIC 9(4) VALUE ZEROS.
	01 TablaArticulos.
	    02 TA OCCURS 0 TO MAX-ARTICULOS DEPENDING ON NArticulos.
			03 TaArtID       PIC X(7).
			03 TaCategoria   PIC X(10).
			03 TaVentana     PIC 9(9).
			03 TaVentanaAnt  PIC 9(9).
			03 TaMesAnt      PIC 9(9).

	01 ArtIDHist PIC X(7).
	01 SwArticuloHallado PIC X VALUE SPACES.
			88 ArticuloHallado VALUE '1'.
	01 IndArt PIC 9(4).
	01 IndBusArt PIC 9(4).

	01 NSalidas PIC 9(4) VALUE ZEROS.
	01 TablaSalidas.
	    02 TSA OCCURS 0 TO MAX-SALIDAS DEPENDING ON NSalidas.
			03 TsaArtID      PIC X(7).
			03 TsaAlmId      PIC X(4).
			03 TsaCant       PIC 9(9).

	01 SwSalidaHallada PIC X VALUE SPACES.
			88 SalidaHallada VALUE '1'.
	01 IndSal PIC 9(4).
	01 IndBusSal PIC 9(4).

	01 NParametros PIC 9(4) VALUE ZEROS.
	01 TablaParametros.
	    02 TSP OCCURS 0 TO MAX-PARAMETROS DEPENDING ON NParametros.
			03 TspArtAlID  PIC X(7).
			03 TspAlmId    PIC X(4).
			03 TspMinimo   PIC 9(5).

	01 SwMinimoHallado PIC X VALUE SPACES.
			88 MinimoHallado VALUE '1'.
	01 IndPar PIC 9(4).
	01 IndBusPar PIC 9(4).

	01 NCategorias PIC 9(3) VALUE ZEROS.
	01 TablaCategorias.
	    02 TC OCCURS 0 TO MAX-CATEGORIAS DEPENDING ON NCategorias.
			03 TcCategoria PIC X(10).
			03 TcPlazo     PIC 9(3).
			03 TcSeguridad PIC 9(3).

	01 SwCategoriaHallada PIC X VALUE SPACES.
			88 CategoriaHallada VALUE '1'.
	01 IndBusCat PIC 9(3).
	01 PlazoDefecto PIC 9(3) VALUE PLAZO-DEFECTO.
	01 SeguridadDefecto PIC 9(3) VALUE SEGURIDAD-DEFECTO.
	01 PlazoAplicable PIC 9(3).
	01 SeguridadAplicable PIC 9(3).

	01 NAprobadas PIC 9(4) VALUE ZEROS.
	01 TablaAprobadas.
	    02 TAP OCCURS 0 TO MAX-APROBADAS DEPENDING ON NAprobadas.
			03 TapArtID     PIC X(7).
			03 TapAlmId     PIC X(4).
			03 TapSwMinimo  PIC X.
			   88 TapConMinimo VALUE '1'.
			03 TapMinimo    PIC 9(5).

	01 SwAprobada PIC X VALUE SPACES.
			88 PropuestaAprobada VALUE '1'.
	01 IndApr PIC 9(4).
	01 IndBusApr PIC 9(4).

	01 NAlmArt PIC 9(4) VALUE ZEROS.
	01 TablaAlmArt.
	    02 TP OCCURS 0 TO MAX-ALM-ART DEPENDING ON NAlmArt.
			03 TpAlmId    PIC X(4).
			03 TpSalidas  PIC 9(9).

	01 ArtAnterior PIC X(7) VALUE SPACES.
	01 IndAlm PIC 9(4).

	01 CategoriaArticulo PIC X(10).
	01 SalidasArticulo PIC 9(9).
	01 MediaMensual PIC 9(9)V99.
	01 MediaAnterior PIC 9(9)V99.
	01 FactorEstacional PIC 9(3)V99.
	01 PrevisionMes PIC 9(9)V99.
	01 MinimoArticulo PIC 9(9)V99.
	01 CuotaAlmacen PIC 9(3)V9.
	01 MinimoActual PIC 9(5).
	01 MinimoPropuesto PIC 9(5).
	01 MinimoNuevo PIC 9(5).
	01 Variacion PIC S9(7)V9.
	01 VariacionAbs PIC 9(7)V9.

	01 SwDefecto PIC X VALUE SPACES.
			88 MinimoPorDefecto VALUE '1'.
	01 SwGranCambio PIC X VALUE SPACES.
			88 GranCambio VALUE '1'.

	01 ContadoresPrev.
	   02 HistLeidos        PIC 9(7) VALUE ZEROS.
	   02 SalidasLeidas     PIC 9(7) VALUE ZEROS.
	   02 ArticulosCount    PIC 9(7) VALUE ZEROS.
	   02 ClavesCount       PIC 9(7) VALUE ZEROS.
	   02 SinCambioCount    PIC 9(7) VALUE ZEROS.
	   02 PropuestasCount   PIC 9(7) VALUE ZEROS.
	   02 RevisarCount      PIC 9(7) VALUE ZEROS.
	   02 AprobadasCount    PIC 9(7) VALUE ZEROS.
	   02 AplicadasCount    PIC 9(7) VALUE ZEROS.
	   02 ParametrosGrabados PIC 9(7) VALUE ZEROS.

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

	01 PrevEnc.
	   02 FILLER          PIC X(26) VALUE "PREVISION DE STOCK MINIMO ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 PrevParam.
	   02 FILLER          PIC X(6) VALUE "MODO: ".
	   02 PpModo          PIC X(8).
	   02 FILLER          PIC X(9) VALUE "  MESES: ".
	   02 PpMeses         PIC Z9.
	   02 FILLER          PIC X(2) VALUE " (".
	   02 PpDesde         PIC 9(6).
	   02 FILLER          PIC X(3) VALUE " - ".
	   02 PpHasta         PIC 9(6).
	   02 FILLER          PIC X(14) VALUE ")  PREVISION: ".
	   02 PpObjetivo      PIC 9(6).
	   02 FILLER          PIC X(14) VALUE "  ESTACIONAL: ".
	   02 PpEstacional    PIC X(2).
	   02 FILLER          PIC X(10) VALUE "  UMBRAL: ".
	   02 PpUmbral        PIC ZZ9.
	   02 FILLER          PIC X(1) VALUE "%".

	01 PrevCab.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(11) VALUE "Categoria".
	   02 FILLER          PIC X(11) VALUE "Media/mes".
	   02 FILLER          PIC X(7) VALUE "Factor".
	   02 FILLER          PIC X(11) VALUE "Prevision".
	   02 FILLER          PIC X(7) VALUE "%Alm".
	   02 FILLER          PIC X(8) VALUE "Actual".
	   02 FILLER          PIC X(7) VALUE "Propto".
	   02 FILLER          PIC X(10) VALUE "Var %".
	   02 FILLER          PIC X(10) VALUE "Estado".

	01 PrevDetalle.
	   02 PdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdCategoria     PIC X(10).
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdMedia         PIC Z(6)9.99.
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdFactor        PIC Z9.99.
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdPrevision     PIC Z(6)9.99.
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdCuota         PIC ZZ9.9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdActual        PIC Z(4)9.
	   02 PdDefecto       PIC X(1).
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdPropuesto     PIC Z(4)9.
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdVariacion     PIC -(6)9.9.
	   02 FILLER          PIC X(1) VALUE SPACES.
	   02 PdEstado        PIC X(10).

	01 PrevNota.
	   02 FILLER          PIC X(65) VALUE
	          "(*) SIN REGISTRO EN STOCKPAR.DAT, SE APLICA EL MINIMO POR DEFECTO".

	01 PrevResumen1.
	   02 FILLER          PIC X(12) VALUE "ARTICULOS: ".
	   02 PrArticulos     PIC Z(6)9.
	   02 FILLER          PIC X(10) VALUE "  CLAVES: ".
	   02 PrClaves        PIC Z(6)9.
	   02 FILLER          PIC X(14) VALUE "  SIN CAMBIO: ".
	   02 PrSinCambio     PIC Z(6)9.
	   02 FILLER          PIC X(14) VALUE "  PROPUESTOS: ".
	   02 PrPropuestas    PIC Z(6)9.

	01 PrevResumen2.
	   02 FILLER          PIC X(12) VALUE "A REVISAR: ".
	   02 PrRevisar       PIC Z(6)9.
	   02 FILLER          PIC X(13) VALUE "  APROBADOS: ".
	   02 PrAprobadas     PIC Z(6)9.
	   02 FILLER          PIC X(13) VALUE "  APLICADOS: ".
	   02 PrAplicadas     PIC Z(6)9.

	PROCEDURE DIVISION.
		PERFORM ObtenParametros

		OPEN INPUT AlmacenesFile
		IF NOT AlmIniciado
			DISPLAY "ABEND PrevisionMinimos - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM CargaHistorico
		PERFORM CargaSalidas
		PERFORM CargaParametrosStock
		PERFORM CargaCategorias
		PERFORM CargaAprobadas

		OPEN OUTPUT PrevisionFile
		WRITE PrevisionLine FROM PrevEnc
		IF Aplica
			MOVE "APLICA" TO PpModo
		ELSE
			MOVE "INFORME" TO PpModo
		END-IF
		MOVE NumMeses TO PpMeses
		MOVE MesDesde TO PpDesde
		MOVE MesHasta TO PpHasta
		MOVE MesObjetivo TO PpObjetivo
		IF Estacional
			MOVE "SI" TO PpEstacional
		ELSE
			MOVE "NO" TO PpEstacional
		END-IF
		MOVE Umbral TO PpUmbral
		WRITE PrevisionLine FROM PrevParam
		MOVE SPACES TO PrevisionLine
		WRITE PrevisionLine
		WRITE PrevisionLine FROM PrevCab

		MOVE SPACES TO FinRecorrido
		MOVE LOW-VALUES TO AlmKey

		START AlmacenesFile KEY IS NOT < AlmKey
			INVALID KEY SET NoHayMasAlmacenes TO TRUE
		END-START

		IF NOT NoHayMasAlmacenes
			READ AlmacenesFile NEXT RECORD
				AT END SET NoHayMasAlmacenes TO TRUE
			END-READ
		END-IF

		PERFORM UNTIL NoHayMasAlmacenes

			IF ArtAlID NOT = ArtAnterior
				IF ArtAnterior NOT = SPACES
					PERFORM ProcesaArticulo
				END-IF
				MOVE ArtAlID TO ArtAnterior
				MOVE ZEROS TO NAlmArt
			END-IF
			PERFORM AnotaAlmacen

			READ AlmacenesFile NEXT RECORD
				AT END SET NoHayMasAlmacenes TO TRUE
			END-READ

		END-PERFORM

		IF ArtAnterior NOT = SPACES
			PERFORM ProcesaArticulo
		END-IF

		CLOSE AlmacenesFile

		IF Aplica
			PERFORM GrabaParametrosStock
		END-IF

		MOVE SPACES TO PrevisionLine
		WRITE PrevisionLine
		WRITE PrevisionLine FROM PrevNota
		MOVE ArticulosCount TO PrArticulos
		MOVE ClavesCount TO PrClaves
		MOVE SinCambioCount TO PrSinCambio
		MOVE PropuestasCount TO PrPropuestas
		WRITE PrevisionLine FROM PrevResumen1
		MOVE RevisarCount TO PrRevisar
		MOVE AprobadasCount TO PrAprobadas
		MOVE AplicadasCount TO PrAplicadas
		WRITE PrevisionLine FROM PrevResumen2
		CLOSE PrevisionFile

		DISPLAY "PrevisionMinimos - HISTORICO: " HistLeidos
			" SALIDAS: " SalidasLeidas
			" ARTICULOS: " ArticulosCount
			" CLAVES: " ClavesCount
			" A REVISAR: " RevisarCount
			" APLICADOS: " AplicadasCount
			" STOCKPAR GRABADOS: " ParametrosGrabados

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
			WHEN "INFORME"
				CONTINUE
			WHEN "APLICA"
				SET Aplica TO TRUE
			WHEN OTHER
				DISPLAY "ABEND PrevisionMinimos - PARAMETRO DE MODO NO VALIDO (INFORME o APLICA): " WParmModo
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		MOVE SPACES TO WParmMeses
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmMeses FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmMeses
		END-ACCEPT
		IF WParmMeses = "*"
			MOVE SPACES TO WParmMeses
		END-IF
		IF WParmMeses NOT = SPACES
			MOVE ZEROS TO NumMeses
			MOVE 1 TO ContDig
			PERFORM UNTIL ContDig > 3 OR WParmMeses(ContDig:1) = SPACE
				IF WParmMeses(ContDig:1) IS NUMERIC
					MOVE WParmMeses(ContDig:1) TO DigitoX
					COMPUTE NumMeses = NumMeses * 10 + Digito
					ADD 1 TO ContDig
				ELSE
					DISPLAY "ABEND PrevisionMinimos - PARAMETRO DE MESES NO NUMERICO: " WParmMeses
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-PERFORM
		END-IF
		IF NumMeses = ZEROS OR NumMeses > MAX-MESES
			DISPLAY "ABEND PrevisionMinimos - PARAMETRO DE MESES FUERA DE RANGO (1 a " MAX-MESES "): " WParmMeses
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO WParmEstacional
		DISPLAY 3 UPON ARGUMENT-NUMBER
		ACCEPT WParmEstacional FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmEstacional
		END-ACCEPT
		EVALUATE WParmEstacional
			WHEN SPACES
			WHEN "*"
				CONTINUE
			WHEN "ESTACIONAL"
				SET Estacional TO TRUE
			WHEN OTHER
				DISPLAY "ABEND PrevisionMinimos - PARAMETRO 3 NO VALIDO (ESTACIONAL o *): " WParmEstacional
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		MOVE SPACES TO WParmUmbral
		DISPLAY 4 UPON ARGUMENT-NUMBER
		ACCEPT WParmUmbral FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmUmbral
		END-ACCEPT
		IF WParmUmbral = "*"
			MOVE SPACES TO WParmUmbral
		END-IF
		IF WParmUmbral NOT = SPACES
			MOVE ZEROS TO Umbral
			MOVE 1 TO ContDig
			PERFORM UNTIL ContDig > 3 OR WParmUmbral(ContDig:1) = SPACE
				IF WParmUmbral(ContDig:1) IS NUMERIC
					MOVE WParmUmbral(ContDig:1) TO DigitoX
					COMPUTE Umbral = Umbral * 10 + Digito
					ADD 1 TO ContDig
				ELSE
					DISPLAY "ABEND PrevisionMinimos - PARAMETRO DE UMBRAL NO NUMERICO: " WParmUmbral
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-PERFORM
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora

		COMPUTE MesObjetivo = WAnio * 100 + WMes
		MOVE MesObjetivo TO MesTrabajo
		PERFORM RetrocedeMes
		MOVE MesTrabajo TO MesHasta
		MOVE 1 TO ContMes
		PERFORM UNTIL ContMes = NumMeses
			PERFORM RetrocedeMes
			ADD 1 TO ContMes
		END-PERFORM
		MOVE MesTrabajo TO MesDesde
		COMPUTE MesObjetivoAnt = MesObjetivo - 100
		COMPUTE MesDesdeAnt = MesDesde - 100
		COMPUTE MesHastaAnt = MesHasta - 100.

	RetrocedeMes.
		IF MtMes = 01
			SUBTRACT 1 FROM MtAnio
			MOVE 12 TO MtMes
		ELSE
			SUBTRACT 1 FROM MtMes
		END-IF.

	AvanzaMes.
		IF MtMes = 12
			ADD 1 TO MtAnio
			MOVE 01 TO MtMes
		ELSE
			ADD 1 TO MtMes
		END-IF.

	CargaHistorico.
		OPEN INPUT HistoricoFile
		IF StatHistorico = "35"
			DISPLAY "ADVERTENCIA PrevisionMinimos - NO EXISTE HISTVTAS.DAT, TODAS LAS PREVISIONES SERAN CERO"
		ELSE
			READ HistoricoFile
				AT END SET EndOfHistoricoFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfHistoricoFile
				ADD 1 TO HistLeidos
				IF (HvAnioMes NOT < MesDesde AND HvAnioMes NOT > MesHasta)
				OR (Estacional
					AND HvAnioMes NOT < MesDesdeAnt
					AND HvAnioMes NOT > MesObjetivoAnt)
					PERFORM AcumulaHistorico
				END-IF
				READ HistoricoFile
					AT END SET EndOfHistoricoFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE HistoricoFile
		END-IF.

	AcumulaHistorico.
		MOVE HvArtID TO ArtIDHist
		PERFORM BuscaArticulo
		IF NOT ArticuloHallado
			IF NArticulos = MAX-ARTICULOS
				DISPLAY "ABEND PrevisionMinimos - MAS DE " MAX-ARTICULOS " ARTICULOS EN HISTVTAS.DAT"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NArticulos
			MOVE NArticulos TO IndArt
			MOVE ArtIDHist TO TaArtID(IndArt)
			MOVE SPACES TO TaCategoria(IndArt)
			MOVE ZEROS TO TaVentana(IndArt)
			MOVE ZEROS TO TaVentanaAnt(IndArt)
			MOVE ZEROS TO TaMesAnt(IndArt)
		END-IF
		IF HvCategoria NOT = SPACES
			MOVE HvCategoria TO TaCategoria(IndArt)
		END-IF
		IF HvAnioMes NOT < MesDesde AND HvAnioMes NOT > MesHasta
			ADD HvCant TO TaVentana(IndArt)
		END-IF
		IF HvAnioMes NOT < MesDesdeAnt AND HvAnioMes NOT > MesHastaAnt
			ADD HvCant TO TaVentanaAnt(IndArt)
		END-IF
		IF HvAnioMes = MesObjetivoAnt
			ADD HvCant TO TaMesAnt(IndArt)
		END-IF.

	BuscaArticulo.
		MOVE SPACES TO SwArticuloHallado
		MOVE ZEROS TO IndArt
		MOVE 1 TO IndBusArt
		PERFORM UNTIL IndBusArt > NArticulos OR ArticuloHallado
			IF TaArtID(IndBusArt) = ArtIDHist
				SET ArticuloHallado TO TRUE
				MOVE IndBusArt TO IndArt
			END-IF
			ADD 1 TO IndBusArt
		END-PERFORM.

	CargaSalidas.
		MOVE MesDesde TO MesTrabajo
		PERFORM UNTIL MesTrabajo > MesHasta
			MOVE "MV" TO NaPrefijo
			MOVE MesTrabajo TO NaAnioMes
			MOVE ".ARC" TO NaExtension
			MOVE SPACES TO FinArchivo
			OPEN INPUT ArchivoFile
			IF ArchivoIniciado
				READ ArchivoFile INTO MovDetails
					AT END SET NoHayMasArchivo TO TRUE
				END-READ
				PERFORM UNTIL NoHayMasArchivo
					PERFORM AcumulaSalida
					READ ArchivoFile INTO MovDetails
						AT END SET NoHayMasArchivo TO TRUE
					END-READ
				END-PERFORM
				CLOSE ArchivoFile
			END-IF
			PERFORM AvanzaMes
		END-PERFORM

		OPEN INPUT MovFile
		IF StatMov NOT = "35"
			READ MovFile
				AT END SET EndOfMovFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfMovFile
				PERFORM AcumulaSalida
				READ MovFile
					AT END SET EndOfMovFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE MovFile
		END-IF.

	AcumulaSalida.
		IF MovTipo = "SA"
		AND MovAnioMes NOT < MesDesde AND MovAnioMes NOT > MesHasta
			ADD 1 TO SalidasLeidas
			MOVE SPACES TO SwSalidaHallada
			MOVE 1 TO IndBusSal
			PERFORM UNTIL IndBusSal > NSalidas OR SalidaHallada
				IF TsaArtID(IndBusSal) = MovArtID
				AND TsaAlmId(IndBusSal) = MovAlmId
					SET SalidaHallada TO TRUE
					MOVE IndBusSal TO IndSal
				END-IF
				ADD 1 TO IndBusSal
			END-PERFORM
			IF NOT SalidaHallada
				IF NSalidas = MAX-SALIDAS
					DISPLAY "ABEND PrevisionMinimos - MAS DE " MAX-SALIDAS " CLAVES CON SALIDAS EN MOVSTK.DAT"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NSalidas
				MOVE NSalidas TO IndSal
				MOVE MovArtID TO TsaArtID(IndSal)
				MOVE MovAlmId TO TsaAlmId(IndSal)
				MOVE ZEROS TO TsaCant(IndSal)
			END-IF
			ADD MovCant TO TsaCant(IndSal)
		END-IF.

	CargaParametrosStock.
		OPEN INPUT StockParFile
		IF StatStockPar = "35"
			CONTINUE
		ELSE
			READ StockParFile
				AT END SET EndOfStockParFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfStockParFile
				IF NParametros = MAX-PARAMETROS
					DISPLAY "ABEND PrevisionMinimos - STOCKPAR.DAT TIENE MAS DE " MAX-PARAMETROS " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NParametros
				MOVE SpArtAlID TO TspArtAlID(NParametros)
				MOVE SpAlmId TO TspAlmId(NParametros)
				MOVE SpStockMinimo TO TspMinimo(NParametros)
				READ StockParFile
					AT END SET EndOfStockParFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE StockParFile
		END-IF.

	CargaCategorias.
		OPEN INPUT CategoriasFile
		IF StatCategorias = "35"
			DISPLAY "ADVERTENCIA PrevisionMinimos - NO EXISTE PLANCAT.DAT, PLAZO " PLAZO-DEFECTO " Y SEGURIDAD " SEGURIDAD-DEFECTO " DIAS PARA TODAS LAS CATEGORIAS"
		ELSE
			READ CategoriasFile
				AT END SET EndOfCategoriasFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfCategoriasFile
				IF PcPlazo IS NOT NUMERIC OR PcSeguridad IS NOT NUMERIC
					DISPLAY "ADVERTENCIA PrevisionMinimos - PLAZO/SEGURIDAD NO NUMERICO EN PLANCAT.DAT, CATEGORIA " PcCategoria
				ELSE
					IF PcCategoria = "*"
						MOVE PcPlazo TO PlazoDefecto
						MOVE PcSeguridad TO SeguridadDefecto
					ELSE
						IF NCategorias = MAX-CATEGORIAS
							DISPLAY "ABEND PrevisionMinimos - PLANCAT.DAT TIENE MAS DE " MAX-CATEGORIAS " REGISTROS"
							MOVE 16 TO RETURN-CODE
							STOP RUN
						END-IF
						ADD 1 TO NCategorias
						MOVE PcCategoria TO TcCategoria(NCategorias)
						MOVE PcPlazo TO TcPlazo(NCategorias)
						MOVE PcSeguridad TO TcSeguridad(NCategorias)
					END-IF
				END-IF
				READ CategoriasFile
					AT END SET EndOfCategoriasFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE CategoriasFile
		END-IF.

	CargaAprobadas.
		OPEN INPUT AprobadasFile
		IF StatAprobadas = "35"
			CONTINUE
		ELSE
			READ AprobadasFile
				AT END SET EndOfAprobadasFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfAprobadasFile
				IF PaMinimo NOT = SPACES AND PaMinimo IS NOT NUMERIC
					DISPLAY "ADVERTENCIA PrevisionMinimos - MINIMO NO NUMERICO EN PLANAPRO.DAT, SE IGNORA " PaArtID " " PaAlmId
				ELSE
					IF NAprobadas = MAX-APROBADAS
						DISPLAY "ABEND PrevisionMinimos - PLANAPRO.DAT TIENE MAS DE " MAX-APROBADAS " REGISTROS"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					ADD 1 TO NAprobadas
					MOVE PaArtID TO TapArtID(NAprobadas)
					MOVE PaAlmId TO TapAlmId(NAprobadas)
					IF PaMinimo = SPACES
						MOVE SPACES TO TapSwMinimo(NAprobadas)
						MOVE ZEROS TO TapMinimo(NAprobadas)
					ELSE
						SET TapConMinimo(NAprobadas) TO TRUE
						MOVE PaMinimoN TO TapMinimo(NAprobadas)
					END-IF
				END-IF
				READ AprobadasFile
					AT END SET EndOfAprobadasFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE AprobadasFile
		END-IF.

	AnotaAlmacen.
		IF NAlmArt = MAX-ALM-ART
			DISPLAY "ABEND PrevisionMinimos - ARTICULO " ArtAlID " TIENE MAS DE " MAX-ALM-ART " ALMACENES"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO NAlmArt
		MOVE AlmId TO TpAlmId(NAlmArt)
		MOVE ZEROS TO TpSalidas(NAlmArt)
		MOVE SPACES TO SwSalidaHallada
		MOVE 1 TO IndBusSal
		PERFORM UNTIL IndBusSal > NSalidas OR SalidaHallada
			IF TsaArtID(IndBusSal) = ArtAlID
			AND TsaAlmId(IndBusSal) = AlmId
				SET SalidaHallada TO TRUE
				MOVE TsaCant(IndBusSal) TO TpSalidas(NAlmArt)
			END-IF
			ADD 1 TO IndBusSal
		END-PERFORM.

	ProcesaArticulo.
		ADD 1 TO ArticulosCount
		PERFORM CalculaPrevision

		MOVE ZEROS TO SalidasArticulo
		MOVE 1 TO IndAlm
		PERFORM UNTIL IndAlm > NAlmArt
			ADD TpSalidas(IndAlm) TO SalidasArticulo
			ADD 1 TO IndAlm
		END-PERFORM

		MOVE 1 TO IndAlm
		PERFORM UNTIL IndAlm > NAlmArt
			PERFORM ProponMinimo
			ADD 1 TO IndAlm
		END-PERFORM.

	CalculaPrevision.
		MOVE ArtAnterior TO ArtIDHist
		PERFORM BuscaArticulo
		MOVE ZEROS TO MediaMensual
		MOVE 1 TO FactorEstacional
		MOVE SPACES TO CategoriaArticulo
		IF ArticuloHallado
			MOVE TaCategoria(IndArt) TO CategoriaArticulo
			COMPUTE MediaMensual ROUNDED = TaVentana(IndArt) / NumMeses
			IF Estacional AND TaVentanaAnt(IndArt) > ZEROS
				COMPUTE MediaAnterior ROUNDED = TaVentanaAnt(IndArt) / NumMeses
				COMPUTE FactorEstacional ROUNDED =
					TaMesAnt(IndArt) / MediaAnterior
					ON SIZE ERROR
						MOVE FACTOR-MAXIMO TO FactorEstacional
				END-COMPUTE
				IF FactorEstacional < FACTOR-MINIMO
					MOVE FACTOR-MINIMO TO FactorEstacional
				END-IF
				IF FactorEstacional > FACTOR-MAXIMO
					MOVE FACTOR-MAXIMO TO FactorEstacional
				END-IF
			END-IF
		END-IF
		COMPUTE PrevisionMes ROUNDED = MediaMensual * FactorEstacional

		PERFORM BuscaCategoria
		COMPUTE MinimoArticulo ROUNDED =
			PrevisionMes * (PlazoAplicable + SeguridadAplicable) / 30.

	BuscaCategoria.
		MOVE PlazoDefecto TO PlazoAplicable
		MOVE SeguridadDefecto TO SeguridadAplicable
		MOVE SPACES TO SwCategoriaHallada
		MOVE 1 TO IndBusCat
		PERFORM UNTIL IndBusCat > NCategorias OR CategoriaHallada
			IF TcCategoria(IndBusCat) = CategoriaArticulo
				SET CategoriaHallada TO TRUE
				MOVE TcPlazo(IndBusCat) TO PlazoAplicable
				MOVE TcSeguridad(IndBusCat) TO SeguridadAplicable
			END-IF
			ADD 1 TO IndBusCat
		END-PERFORM.

	ProponMinimo.
		ADD 1 TO ClavesCount
		IF SalidasArticulo > ZEROS
			COMPUTE CuotaAlmacen ROUNDED =
				TpSalidas(IndAlm) * 100 / SalidasArticulo
			COMPUTE MinimoPropuesto ROUNDED =
				MinimoArticulo * TpSalidas(IndAlm) / SalidasArticulo
				ON SIZE ERROR
					MOVE 99999 TO MinimoPropuesto
			END-COMPUTE
		ELSE
			COMPUTE CuotaAlmacen ROUNDED = 100 / NAlmArt
			COMPUTE MinimoPropuesto ROUNDED = MinimoArticulo / NAlmArt
				ON SIZE ERROR
					MOVE 99999 TO MinimoPropuesto
			END-COMPUTE
		END-IF

		PERFORM BuscaMinimo
		IF MinimoHallado
			MOVE TspMinimo(IndPar) TO MinimoActual
			MOVE SPACES TO SwDefecto
		ELSE
			MOVE STOCK-MINIMO-DEFECTO TO MinimoActual
			SET MinimoPorDefecto TO TRUE
		END-IF

		MOVE MinimoPropuesto TO MinimoNuevo
		PERFORM CalculaVariacion

		EVALUATE TRUE
			WHEN MinimoPropuesto = MinimoActual
				ADD 1 TO SinCambioCount
				MOVE "SIN CAMBIO" TO PdEstado
			WHEN GranCambio
				PERFORM BuscaAprobada
				IF PropuestaAprobada
					IF TapConMinimo(IndApr)
						MOVE TapMinimo(IndApr) TO MinimoNuevo
						PERFORM CalculaVariacion
					END-IF
					IF MinimoNuevo = MinimoActual
						ADD 1 TO SinCambioCount
						MOVE "SIN CAMBIO" TO PdEstado
					ELSE
						ADD 1 TO AprobadasCount
						MOVE "APROBADO" TO PdEstado
						PERFORM AplicaMinimo
					END-IF
				ELSE
					ADD 1 TO RevisarCount
					MOVE "REVISAR" TO PdEstado
				END-IF
			WHEN OTHER
				ADD 1 TO PropuestasCount
				MOVE "PROPUESTO" TO PdEstado
				PERFORM AplicaMinimo
		END-EVALUATE

		MOVE ArtAnterior TO PdArtID
		MOVE TpAlmId(IndAlm) TO PdAlmId
		MOVE CategoriaArticulo TO PdCategoria
		MOVE MediaMensual TO PdMedia
		MOVE FactorEstacional TO PdFactor
		MOVE PrevisionMes TO PdPrevision
		MOVE CuotaAlmacen TO PdCuota
		MOVE MinimoActual TO PdActual
		IF MinimoPorDefecto
			MOVE "*" TO PdDefecto
		ELSE
			MOVE SPACE TO PdDefecto
		END-IF
		MOVE MinimoNuevo TO PdPropuesto
		MOVE Variacion TO PdVariacion
		WRITE PrevisionLine FROM PrevDetalle.

	CalculaVariacion.
		MOVE SPACES TO SwGranCambio
		MOVE ZEROS TO Variacion
		IF MinimoActual > ZEROS
			COMPUTE Variacion ROUNDED =
				(MinimoNuevo - MinimoActual) * 100 / MinimoActual
			IF Variacion < ZEROS
				COMPUTE VariacionAbs = ZEROS - Variacion
			ELSE
				MOVE Variacion TO VariacionAbs
			END-IF
			IF VariacionAbs > Umbral
				SET GranCambio TO TRUE
			END-IF
		ELSE
			IF MinimoNuevo > ZEROS
				SET GranCambio TO TRUE
			END-IF
		END-IF.

	BuscaMinimo.
		MOVE SPACES TO SwMinimoHallado
		MOVE ZEROS TO IndPar
		MOVE 1 TO IndBusPar
		PERFORM UNTIL IndBusPar > NParametros OR MinimoHallado
			IF TspArtAlID(IndBusPar) = ArtAnterior
			AND TspAlmId(IndBusPar) = TpAlmId(IndAlm)
				SET MinimoHallado TO TRUE
				MOVE IndBusPar TO IndPar
			END-IF
			ADD 1 TO IndBusPar
		END-PERFORM.

	BuscaAprobada.
		MOVE SPACES TO SwAprobada
		MOVE ZEROS TO IndApr
		MOVE 1 TO IndBusApr
		PERFORM UNTIL IndBusApr > NAprobadas OR PropuestaAprobada
			IF TapArtID(IndBusApr) = ArtAnterior
			AND TapAlmId(IndBusApr) = TpAlmId(IndAlm)
				SET PropuestaAprobada TO TRUE
				MOVE IndBusApr TO IndApr
			END-IF
			ADD 1 TO IndBusApr
		END-PERFORM.

	AplicaMinimo.
		IF Aplica
			IF MinimoHallado
				MOVE MinimoNuevo TO TspMinimo(IndPar)
			ELSE
				IF NParametros = MAX-PARAMETROS
					DISPLAY "ABEND PrevisionMinimos - STOCKPAR.DAT SUPERARIA " MAX-PARAMETROS " REGISTROS"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO NParametros
				MOVE ArtAnterior TO TspArtAlID(NParametros)
				MOVE TpAlmId(IndAlm) TO TspAlmId(NParametros)
				MOVE MinimoNuevo TO TspMinimo(NParametros)
			END-IF
			ADD 1 TO AplicadasCount
		END-IF.

	GrabaParametrosStock.
		OPEN OUTPUT StockParFile
		MOVE 1 TO IndPar
		PERFORM UNTIL IndPar > NParametros
			MOVE TspArtAlID(IndPar) TO SpArtAlID
			MOVE TspAlmId(IndPar) TO SpAlmId
			MOVE TspMinimo(IndPar) TO SpStockMinimo
			WRITE StockParDetails
			ADD 1 TO ParametrosGrabados
			ADD 1 TO IndPar
		END-PERFORM
		CLOSE StockParFile.
