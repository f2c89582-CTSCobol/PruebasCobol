	IDENTIFICATION DIVISION.
	PROGRAM-ID.  MargenVentas.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT CasadasFile ASSIGN TO "CASADAS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCasadas.

		SELECT CasHistFile ASSIGN TO "CASHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatCasHist.

		SELECT ArchivoFile ASSIGN TO DYNAMIC NombreArchivo
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatArchivo.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

		SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT FactLinFile ASSIGN TO "FACTLIN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFactLin.

		SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AlmKey
		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT MaestroArtFile ASSIGN TO "MAESTART.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MaeArtID
		FILE STATUS IS StatMaestro.

		SELECT MargenFile ASSIGN TO "MARGEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT SortFile ASSIGN TO "MARGSORT.TMP".

		SELECT Sort2File ASSIGN TO "MARGSRT2.TMP".

	DATA DIVISION.
	FILE SECTION.

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

	FD CasHistFile.
	01 CasHistLine        PIC X(80).

	FD ArchivoFile.
	01 ArchivoLine        PIC X(250).

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

	FD FactLinFile.
	01 FactLinDetails.
	    88 EndOfFactLinFile VALUE HIGH-VALUES.
	   02 FlNumero        PIC 9(7).
	   02 FlTipo          PIC X.
	      88 FlEsAbono    VALUE "A".
	   02 FlFactOrigen    PIC 9(7).
	   02 FlUserId        PIC X(8).
	   02 FlArtID         PIC 9(7).
	   02 FlCant          PIC 9(5).
	   02 FlPrecio        PIC 9(4)V99.
	   02 FlImporte       PIC 9(13)V99.
	   02 FlTasa          PIC 9(2)V99.

	FD AlmacenesFile.
	01 AlmacenesDetails.
        88 EndOfAlmacenesFile VALUE HIGH-VALUES.
         02 AlmKey.
            03 ArtAlID PIC X(7).
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD MaestroArtFile.
	01 MaestroArtDetails.
	   02 MaeArtID        PIC 9(7).
	   02 MaeDescripcion  PIC X(20).
	   02 MaeCategoria    PIC X(10).
	   02 MaeUnidad       PIC X(3).

   	FD MargenFile.
	01 MargenLine         PIC X(110).

	SD SortFile.
	01 SortRec.
	   02 SrtCategoria    PIC X(10).
	   02 SrtArtID        PIC 9(7).
	   02 SrtDesc         PIC X(20).
	   02 SrtCant         PIC S9(5).
	   02 SrtImporte      PIC S9(13)V99.
	   02 SrtCoste        PIC S9(13)V99.

	SD Sort2File.
	01 Sort2Rec.
	   02 S2UserId        PIC X(8).
	   02 S2Cant          PIC S9(5).
	   02 S2Importe       PIC S9(13)V99.
	   02 S2Coste         PIC S9(13)V99.


	WORKING-STORAGE SECTION.

	78 MARGEN-BAJO-DEFECTO VALUE 10.
	78 MAX-ABONOS VALUE 9000.

	01 StatCasadas PIC X(02) VALUE SPACES.
	           88 CasIniciado VALUE '00'.
	01 StatMaestro PIC X(02) VALUE SPACES.
	           88 MaeIniciado VALUE '00'.
	01 StatCasHist PIC X(02) VALUE SPACES.
	01 StatArchivo PIC X(02) VALUE SPACES.
	           88 ArchivoIniciado VALUE '00'.
	01 StatPeriodos PIC X(02) VALUE SPACES.
	01 StatRegistro PIC X(02) VALUE SPACES.
	01 StatFactLin PIC X(02) VALUE SPACES.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.

	01 FinCasHist PIC X VALUE SPACES.
			88 NoHayMasCasHist VALUE '1'.

	01 FinArchivo PIC X VALUE SPACES.
			88 NoHayMasArchivo VALUE '1'.

	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 FinOrdenado2 PIC X VALUE SPACES.
			88 NoHayMasOrdenado2 VALUE '1'.

	01 WParmDesde PIC X(8) VALUE SPACES.
	01 WParmHasta PIC X(8) VALUE SPACES.
	01 WParmBajo PIC X(3) VALUE SPACES.

	01 WPeriodoDesde PIC 9(8) VALUE ZEROS.
	01 WPeriodoHasta PIC 9(8) VALUE 99999999.
	01 MargenBajo PIC 9(3) VALUE MARGEN-BAJO-DEFECTO.

	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 PrimerCierre PIC 9(6) VALUE ZEROS.
	01 MesInicio PIC 9(6) VALUE ZEROS.
	01 MesArchivo PIC 9(6) VALUE ZEROS.
	01 MesArchivoGrupo REDEFINES MesArchivo.
	   02 MaAnio PIC 9(4).
	   02 MaMes  PIC 9(2).

	01 NombreArchivo PIC X(12) VALUE SPACES.
	01 NombreArchivoGrupo REDEFINES NombreArchivo.
	   02 NaPrefijo   PIC X(2).
	   02 NaAnioMes   PIC 9(6).
	   02 NaExtension PIC X(4).

	01 SwVista PIC X VALUE SPACES.
			88 VistaArticulos VALUE 'A'.
			88 VistaUsuarios VALUE 'U'.

	01 NAbonos PIC 9(4) VALUE ZEROS.
	01 TablaAbonos.
	    02 TAB OCCURS 0 TO MAX-ABONOS DEPENDING ON NAbonos.
			03 TabNumero   PIC 9(7).

	01 IndBusAbono PIC 9(4).
	01 SwAbonoHallado PIC X VALUE SPACES.
			88 AbonoHallado VALUE '1'.

	01 CosteAbono PIC 9(4)V9(4) VALUE ZEROS.
	01 CosteLineaAbono PIC 9(13)V99 VALUE ZEROS.

	01 DigitoParm.
	   02 DigitoX PIC X.
	   02 Digito REDEFINES DigitoX PIC 9.
	01 Cont PIC 9(4).

	01 SwArtAbierto PIC X VALUE SPACES.
			88 ArtAbierto VALUE '1'.
	01 SwCatAbierta PIC X VALUE SPACES.
			88 CatAbierta VALUE '1'.
	01 SwUsrAbierto PIC X VALUE SPACES.
			88 UsrAbierto VALUE '1'.

	01 ArtAnterior PIC 9(7) VALUE ZEROS.
	01 ArtDescAnterior PIC X(20) VALUE SPACES.
	01 CatAnterior PIC X(10) VALUE SPACES.
	01 UsrAnterior PIC X(8) VALUE SPACES.

	01 AcumArticulo.
	   02 ArtCant          PIC S9(9) VALUE ZEROS.
	   02 ArtIngresos      PIC S9(13)V99 VALUE ZEROS.
	   02 ArtCoste         PIC S9(13)V99 VALUE ZEROS.

	01 AcumCategoria.
	   02 CatCant          PIC S9(9) VALUE ZEROS.
	   02 CatIngresos      PIC S9(13)V99 VALUE ZEROS.
	   02 CatCoste         PIC S9(13)V99 VALUE ZEROS.

	01 AcumGeneral.
	   02 GenCant          PIC S9(9) VALUE ZEROS.
	   02 GenIngresos      PIC S9(13)V99 VALUE ZEROS.
	   02 GenCoste         PIC S9(13)V99 VALUE ZEROS.

	01 AcumUsuario.
	   02 UsrCant          PIC S9(9) VALUE ZEROS.
	   02 UsrIngresos      PIC S9(13)V99 VALUE ZEROS.
	   02 UsrCoste         PIC S9(13)V99 VALUE ZEROS.

	01 CalculoMargen.
	   02 MgIngresos       PIC S9(13)V99.
	   02 MgCoste          PIC S9(13)V99.
	   02 MgMargen         PIC S9(13)V99.
	   02 MgPct            PIC S9(5)V99.
	   02 MgAviso          PIC X(8).

	01 ContadoresMargen.
	   02 LineasLeidas      PIC 9(7) VALUE ZEROS.
	   02 LineasSeleccionadas PIC 9(7) VALUE ZEROS.
	   02 LineasSinCoste    PIC 9(7) VALUE ZEROS.
	   02 LineasInvalidas   PIC 9(7) VALUE ZEROS.
	   02 LineasAbono       PIC 9(7) VALUE ZEROS.
	   02 AbonosSinCoste    PIC 9(7) VALUE ZEROS.
	   02 ArticulosCount    PIC 9(7) VALUE ZEROS.
	   02 UsuariosCount     PIC 9(7) VALUE ZEROS.
	   02 UsuariosBajos     PIC 9(7) VALUE ZEROS.
	   02 UsuariosNegativos PIC 9(7) VALUE ZEROS.

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

	01 MargenEnc.
	   02 FILLER          PIC X(26) VALUE "MARGEN BRUTO DE VENTAS    ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PrnPerRotulo    PIC X(9) VALUE SPACES.
	   02 PrnPerDesde     PIC X(8) VALUE SPACES.
	   02 PrnPerGuion     PIC X(1) VALUE SPACES.
	   02 PrnPerHasta     PIC X(8) VALUE SPACES.

	01 MargenCriterio.
	   02 FILLER          PIC X(22) VALUE "MARGEN BAJO POR DEBAJO".
	   02 FILLER          PIC X(4) VALUE " DE ".
	   02 McBajo          PIC ZZ9.
	   02 FILLER          PIC X(2) VALUE " %".

	01 TituloArticulos PIC X(40) VALUE
	       "MARGEN POR CATEGORIA Y ARTICULO".

	01 TituloUsuarios PIC X(40) VALUE
	       "MARGEN POR CLIENTE".

	01 CabArticulos.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(22) VALUE "Descripcion".
	   02 FILLER          PIC X(11) VALUE "Cantidad".
	   02 FILLER          PIC X(16) VALUE "Ingresos".
	   02 FILLER          PIC X(16) VALUE "Coste".
	   02 FILLER          PIC X(17) VALUE "Margen".
	   02 FILLER          PIC X(10) VALUE "%Margen".
	   02 FILLER          PIC X(8) VALUE "Aviso".

	01 CabCategoria.
	   02 FILLER          PIC X(11) VALUE "CATEGORIA: ".
	   02 CcCategoria     PIC X(10).

	01 DetArticulo.
	   02 DaArtID         PIC Z(6)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaDesc          PIC X(20).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaCant          PIC -(8)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaIngresos      PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaCoste         PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaMargen        PIC -(11)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaPct           PIC -(4)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DaAviso         PIC X(8).

	01 SubCategoria.
	   02 FILLER          PIC X(9) VALUE "SUBTOTAL ".
	   02 ScCategoria     PIC X(10).
	   02 FILLER          PIC X(12) VALUE SPACES.
	   02 ScCant          PIC -(8)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ScIngresos      PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ScCoste         PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ScMargen        PIC -(11)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ScPct           PIC -(4)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 ScAviso         PIC X(8).

	01 TotGeneral.
	   02 FILLER          PIC X(31) VALUE "TOTAL GENERAL".
	   02 TgCant          PIC -(8)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 TgIngresos      PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 TgCoste         PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 TgMargen        PIC -(11)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 TgPct           PIC -(4)9.99.

	01 CabUsuarios.
	   02 FILLER          PIC X(31) VALUE "UserId".
	   02 FILLER          PIC X(11) VALUE "Cantidad".
	   02 FILLER          PIC X(16) VALUE "Ingresos".
	   02 FILLER          PIC X(16) VALUE "Coste".
	   02 FILLER          PIC X(17) VALUE "Margen".
	   02 FILLER          PIC X(10) VALUE "%Margen".
	   02 FILLER          PIC X(8) VALUE "Aviso".

	01 DetUsuario.
	   02 DuUserId        PIC X(8).
	   02 FILLER          PIC X(23) VALUE SPACES.
	   02 DuCant          PIC -(8)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DuIngresos      PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DuCoste         PIC -(10)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DuMargen        PIC -(11)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DuPct           PIC -(4)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 DuAviso         PIC X(8).

	01 ResumenUsuarios.
	   02 FILLER          PIC X(20) VALUE "CLIENTES MARGEN BAJO".
	   02 FILLER          PIC X(3) VALUE ": ".
	   02 RuBajos         PIC Z(6)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(20) VALUE "CLIENTES MARGEN NEG.".
	   02 FILLER          PIC X(3) VALUE ": ".
	   02 RuNegativos     PIC Z(6)9.

	01 ResumenAbonos.
	   02 FILLER          PIC X(20) VALUE "LINEAS DE ABONO".
	   02 FILLER          PIC X(3) VALUE ": ".
	   02 RaLineas        PIC Z(6)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(20) VALUE "ABONOS SIN COSTE".
	   02 FILLER          PIC X(3) VALUE ": ".
	   02 RaSinCoste      PIC Z(6)9.

	PROCEDURE DIVISION.
		OPEN INPUT CasadasFile, MaestroArtFile, AlmacenesFile.

		IF NOT CasIniciado
			DISPLAY "ABEND MargenVentas - ERROR APERTURA CASADAS.DAT, STATUS " StatCasadas
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT MaeIniciado
			DISPLAY "ABEND MargenVentas - ERROR APERTURA MAESTART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatMaestro
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT AlmIniciado
			DISPLAY "ABEND MargenVentas - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM ObtenParametros
		PERFORM LeePeriodos
		PERFORM CargaAbonos

		OPEN OUTPUT MargenFile
		WRITE MargenLine FROM MargenEnc
		WRITE MargenLine FROM MargenCriterio
		MOVE SPACES TO MargenLine
		WRITE MargenLine
		WRITE MargenLine FROM TituloArticulos
		WRITE MargenLine FROM CabArticulos

		SORT SortFile
			ON ASCENDING KEY SrtCategoria SrtArtID
			INPUT PROCEDURE IS LiberaArticulos
			OUTPUT PROCEDURE IS ImprimeArticulos

		CLOSE CasadasFile
		OPEN INPUT CasadasFile

		MOVE SPACES TO MargenLine
		WRITE MargenLine
		WRITE MargenLine FROM TituloUsuarios
		WRITE MargenLine FROM CabUsuarios

		SORT Sort2File
			ON ASCENDING KEY S2UserId
			INPUT PROCEDURE IS LiberaUsuarios
			OUTPUT PROCEDURE IS ImprimeUsuarios

		MOVE UsuariosBajos TO RuBajos
		MOVE UsuariosNegativos TO RuNegativos
		WRITE MargenLine FROM ResumenUsuarios
		MOVE LineasAbono TO RaLineas
		MOVE AbonosSinCoste TO RaSinCoste
		WRITE MargenLine FROM ResumenAbonos

		CLOSE CasadasFile, MaestroArtFile, AlmacenesFile, MargenFile

		DISPLAY "MargenVentas - LEIDAS: " LineasLeidas
			" SELECCIONADAS: " LineasSeleccionadas
			" INVALIDAS: " LineasInvalidas
			" SIN COSTE: " LineasSinCoste
			" ABONOS: " LineasAbono
			" ABONOS SIN COSTE: " AbonosSinCoste
			" ARTICULOS: " ArticulosCount
			" CLIENTES: " UsuariosCount

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmDesde
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmDesde FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmDesde
		END-ACCEPT
		IF WParmDesde = "*"
			MOVE SPACES TO WParmDesde
		END-IF

		MOVE SPACES TO WParmHasta
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmHasta FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmHasta
		END-ACCEPT
		IF WParmHasta = "*"
			MOVE SPACES TO WParmHasta
		END-IF

		IF WParmDesde NOT = SPACES
			IF WParmDesde IS NOT NUMERIC
				DISPLAY "ABEND MargenVentas - PARAMETRO DE PERIODO NO NUMERICO (AAAAMMDD): " WParmDesde
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WParmDesde TO WPeriodoDesde
		END-IF
		IF WParmHasta NOT = SPACES
			IF WParmHasta IS NOT NUMERIC
				DISPLAY "ABEND MargenVentas - PARAMETRO DE PERIODO NO NUMERICO (AAAAMMDD): " WParmHasta
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WParmHasta TO WPeriodoHasta
		END-IF
		IF WParmDesde NOT = SPACES OR WParmHasta NOT = SPACES
			MOVE "Periodo: " TO PrnPerRotulo
			MOVE WPeriodoDesde TO PrnPerDesde
			MOVE "-" TO PrnPerGuion
			MOVE WPeriodoHasta TO PrnPerHasta
		END-IF

		MOVE SPACES TO WParmBajo
		DISPLAY 3 UPON ARGUMENT-NUMBER
		ACCEPT WParmBajo FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmBajo
		END-ACCEPT
		IF WParmBajo = "*"
			MOVE SPACES TO WParmBajo
		END-IF
		IF WParmBajo NOT = SPACES
			MOVE ZEROS TO MargenBajo
			MOVE 1 TO Cont
			PERFORM UNTIL Cont > 3 OR WParmBajo(Cont:1) = SPACE
				IF WParmBajo(Cont:1) IS NUMERIC
					MOVE WParmBajo(Cont:1) TO DigitoX
					COMPUTE MargenBajo = MargenBajo * 10 + Digito
					ADD 1 TO Cont
				ELSE
					DISPLAY "ABEND MargenVentas - PARAMETRO DE MARGEN BAJO NO NUMERICO: " WParmBajo
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-PERFORM
		END-IF
		MOVE MargenBajo TO McBajo

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

	LiberaArticulos.
		SET VistaArticulos TO TRUE
		PERFORM LiberaHistorico
		READ CasadasFile
			AT END SET EndOfCasadasFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfCasadasFile
			PERFORM TrataCasada
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
		END-PERFORM
		PERFORM LiberaAbonos.

	LiberaHistorico.
		IF CerradoHasta > ZEROS
			MOVE "CS" TO NaPrefijo
			MOVE MesInicio TO MesArchivo
			PERFORM UNTIL MesArchivo > CerradoHasta
				PERFORM LiberaArchivoCasadas
				PERFORM AvanzaMesArchivo
			END-PERFORM
		END-IF

		MOVE SPACES TO FinCasHist
		OPEN INPUT CasHistFile
		IF StatCasHist NOT = "35"
			READ CasHistFile INTO CasadasDetails
				AT END SET NoHayMasCasHist TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasCasHist
				PERFORM TrataCasada
				READ CasHistFile INTO CasadasDetails
					AT END SET NoHayMasCasHist TO TRUE
				END-READ
			END-PERFORM
			CLOSE CasHistFile
		END-IF
		MOVE SPACES TO CasadasDetails.

	LiberaArchivoCasadas.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO CasadasDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			PERFORM TrataCasada
			READ ArchivoFile INTO CasadasDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	TrataCasada.
		IF VistaArticulos
			ADD 1 TO LineasLeidas
		END-IF
		IF CasArtID IS NOT NUMERIC OR CasCant IS NOT NUMERIC
		OR CasImporte IS NOT NUMERIC OR CasCoste IS NOT NUMERIC
		OR CasFechaTrans IS NOT NUMERIC
			IF VistaArticulos
				ADD 1 TO LineasInvalidas
				DISPLAY "ADVERTENCIA MargenVentas - LINEA CASADAS NO NUMERICA, USUARIO " CasUserId " ARTICULO " CasArtID
			END-IF
		ELSE
			IF CasFechaTrans NOT < WPeriodoDesde
			AND CasFechaTrans NOT > WPeriodoHasta
				IF VistaArticulos
					PERFORM LiberaCasadaArticulo
				ELSE
					MOVE CasUserId TO S2UserId
					MOVE CasCant TO S2Cant
					MOVE CasImporte TO S2Importe
					MOVE CasCoste TO S2Coste
					RELEASE Sort2Rec
				END-IF
			END-IF
		END-IF.

	LiberaCasadaArticulo.
		ADD 1 TO LineasSeleccionadas
		IF CasCoste = ZEROS
			ADD 1 TO LineasSinCoste
		END-IF
		MOVE CasArtID TO MaeArtID
		PERFORM LeeMaestro
		MOVE CasArtID TO SrtArtID
		MOVE CasCant TO SrtCant
		MOVE CasImporte TO SrtImporte
		MOVE CasCoste TO SrtCoste
		RELEASE SortRec.

	LeeMaestro.
		READ MaestroArtFile
			INVALID KEY
				MOVE "SIN CATEG." TO SrtCategoria
				MOVE "** NO EN MAESTRO **" TO SrtDesc
			NOT INVALID KEY
				MOVE MaeCategoria TO SrtCategoria
				MOVE MaeDescripcion TO SrtDesc
		END-READ.

	LiberaAbonos.
		IF NAbonos > ZEROS
			OPEN INPUT FactLinFile
			IF StatFactLin NOT = "35"
				READ FactLinFile
					AT END SET EndOfFactLinFile TO TRUE
				END-READ
				PERFORM UNTIL EndOfFactLinFile
					IF FlEsAbono
						PERFORM BuscaAbono
						IF AbonoHallado
							PERFORM LiberaLineaAbono
						END-IF
					END-IF
					READ FactLinFile
						AT END SET EndOfFactLinFile TO TRUE
					END-READ
				END-PERFORM
				CLOSE FactLinFile
			END-IF
		END-IF.

	BuscaAbono.
		MOVE SPACES TO SwAbonoHallado
		MOVE 1 TO IndBusAbono
		PERFORM UNTIL IndBusAbono > NAbonos OR AbonoHallado
			IF TabNumero(IndBusAbono) = FlNumero
				SET AbonoHallado TO TRUE
			END-IF
			ADD 1 TO IndBusAbono
		END-PERFORM.

	LiberaLineaAbono.
		PERFORM BuscaCosteArticulo
		COMPUTE CosteLineaAbono ROUNDED = FlCant * CosteAbono
		IF VistaArticulos
			ADD 1 TO LineasAbono
			IF CosteAbono = ZEROS
				ADD 1 TO AbonosSinCoste
				DISPLAY "ADVERTENCIA MargenVentas - ABONO " FlNumero " ARTICULO " FlArtID " SIN COSTE MEDIO EN ALM.DAT"
			END-IF
			MOVE FlArtID TO MaeArtID
			PERFORM LeeMaestro
			MOVE FlArtID TO SrtArtID
			COMPUTE SrtCant = 0 - FlCant
			COMPUTE SrtImporte = 0 - FlImporte
			COMPUTE SrtCoste = 0 - CosteLineaAbono
			RELEASE SortRec
		ELSE
			MOVE FlUserId TO S2UserId
			COMPUTE S2Cant = 0 - FlCant
			COMPUTE S2Importe = 0 - FlImporte
			COMPUTE S2Coste = 0 - CosteLineaAbono
			RELEASE Sort2Rec
		END-IF.

	BuscaCosteArticulo.
		MOVE ZEROS TO CosteAbono
		MOVE FlArtID TO ArtAlID
		START AlmacenesFile KEY IS = ArtAlID
			INVALID KEY CONTINUE
			NOT INVALID KEY
				READ AlmacenesFile NEXT RECORD
					AT END CONTINUE
					NOT AT END
						IF CosteMedio IS NUMERIC
							MOVE CosteMedio TO CosteAbono
						END-IF
				END-READ
		END-START.

	ImprimeArticulos.
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF CatAbierta AND SrtCategoria NOT = CatAnterior
				PERFORM CierraArticulo
				PERFORM CierraCategoria
			ELSE
				IF ArtAbierto AND SrtArtID NOT = ArtAnterior
					PERFORM CierraArticulo
				END-IF
			END-IF

			IF NOT CatAbierta
				MOVE SrtCategoria TO CatAnterior
				MOVE SrtCategoria TO CcCategoria
				WRITE MargenLine FROM CabCategoria
				MOVE ZEROS TO AcumCategoria
				SET CatAbierta TO TRUE
			END-IF
			IF NOT ArtAbierto
				MOVE SrtArtID TO ArtAnterior
				MOVE SrtDesc TO ArtDescAnterior
				MOVE ZEROS TO AcumArticulo
				SET ArtAbierto TO TRUE
			END-IF

			ADD SrtCant TO ArtCant
			ADD SrtImporte TO ArtIngresos
			ADD SrtCoste TO ArtCoste

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF CatAbierta
			PERFORM CierraArticulo
			PERFORM CierraCategoria
		END-IF

		MOVE GenIngresos TO MgIngresos
		MOVE GenCoste TO MgCoste
		PERFORM CalculaMargen
		MOVE GenCant TO TgCant
		MOVE GenIngresos TO TgIngresos
		MOVE GenCoste TO TgCoste
		MOVE MgMargen TO TgMargen
		MOVE MgPct TO TgPct
		WRITE MargenLine FROM TotGeneral.

	CierraArticulo.
		MOVE ArtIngresos TO MgIngresos
		MOVE ArtCoste TO MgCoste
		PERFORM CalculaMargen
		MOVE ArtAnterior TO DaArtID
		MOVE ArtDescAnterior TO DaDesc
		MOVE ArtCant TO DaCant
		MOVE ArtIngresos TO DaIngresos
		MOVE ArtCoste TO DaCoste
		MOVE MgMargen TO DaMargen
		MOVE MgPct TO DaPct
		MOVE MgAviso TO DaAviso
		WRITE MargenLine FROM DetArticulo
		ADD ArtCant TO CatCant
		ADD ArtIngresos TO CatIngresos
		ADD ArtCoste TO CatCoste
		ADD 1 TO ArticulosCount
		MOVE SPACES TO SwArtAbierto.

	CierraCategoria.
		MOVE CatIngresos TO MgIngresos
		MOVE CatCoste TO MgCoste
		PERFORM CalculaMargen
		MOVE CatAnterior TO ScCategoria
		MOVE CatCant TO ScCant
		MOVE CatIngresos TO ScIngresos
		MOVE CatCoste TO ScCoste
		MOVE MgMargen TO ScMargen
		MOVE MgPct TO ScPct
		MOVE MgAviso TO ScAviso
		WRITE MargenLine FROM SubCategoria
		MOVE SPACES TO MargenLine
		WRITE MargenLine
		ADD CatCant TO GenCant
		ADD CatIngresos TO GenIngresos
		ADD CatCoste TO GenCoste
		MOVE SPACES TO SwCatAbierta.

	LiberaUsuarios.
		SET VistaUsuarios TO TRUE
		PERFORM LiberaHistorico
		READ CasadasFile
			AT END SET EndOfCasadasFile TO TRUE
		END-READ
		PERFORM UNTIL EndOfCasadasFile
			PERFORM TrataCasada
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
		END-PERFORM
		PERFORM LiberaAbonos.

	ImprimeUsuarios.
		RETURN Sort2File
			AT END SET NoHayMasOrdenado2 TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado2

			IF UsrAbierto AND S2UserId NOT = UsrAnterior
				PERFORM CierraUsuario
			END-IF
			IF NOT UsrAbierto
				MOVE S2UserId TO UsrAnterior
				MOVE ZEROS TO AcumUsuario
				SET UsrAbierto TO TRUE
			END-IF

			ADD S2Cant TO UsrCant
			ADD S2Importe TO UsrIngresos
			ADD S2Coste TO UsrCoste

			RETURN Sort2File
				AT END SET NoHayMasOrdenado2 TO TRUE
			END-RETURN

		END-PERFORM

		IF UsrAbierto
			PERFORM CierraUsuario
		END-IF.

	CierraUsuario.
		MOVE UsrIngresos TO MgIngresos
		MOVE UsrCoste TO MgCoste
		PERFORM CalculaMargen
		MOVE UsrAnterior TO DuUserId
		MOVE UsrCant TO DuCant
		MOVE UsrIngresos TO DuIngresos
		MOVE UsrCoste TO DuCoste
		MOVE MgMargen TO DuMargen
		MOVE MgPct TO DuPct
		MOVE MgAviso TO DuAviso
		WRITE MargenLine FROM DetUsuario
		EVALUATE MgAviso
			WHEN "NEGATIVO"
				ADD 1 TO UsuariosNegativos
			WHEN "BAJO"
				ADD 1 TO UsuariosBajos
		END-EVALUATE
		ADD 1 TO UsuariosCount
		MOVE SPACES TO SwUsrAbierto.

	CalculaMargen.
		COMPUTE MgMargen = MgIngresos - MgCoste
		IF MgIngresos = ZEROS
			MOVE ZEROS TO MgPct
		ELSE
			COMPUTE MgPct ROUNDED = MgMargen * 100 / MgIngresos
				ON SIZE ERROR
					MOVE -99999.99 TO MgPct
			END-COMPUTE
		END-IF
		MOVE SPACES TO MgAviso
		IF MgMargen < ZEROS
			MOVE "NEGATIVO" TO MgAviso
		ELSE
			IF MgPct < MargenBajo
				MOVE "BAJO" TO MgAviso
			END-IF
		END-IF.

	LeePeriodos.
		MOVE SPACES TO FinPeriodos
		OPEN INPUT PeriodosFile
		IF StatPeriodos NOT = "35"
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
		COMPUTE MesInicio = WPeriodoDesde / 100
		IF MesInicio < PrimerCierre
			MOVE PrimerCierre TO MesInicio
		END-IF.

	CargaAbonos.
		IF CerradoHasta > ZEROS
			MOVE "FR" TO NaPrefijo
			MOVE MesInicio TO MesArchivo
			PERFORM UNTIL MesArchivo > CerradoHasta
				PERFORM CargaArchivoAbonos
				PERFORM AvanzaMesArchivo
			END-PERFORM
		END-IF

		OPEN INPUT RegistroFile
		IF StatRegistro NOT = "35"
			READ RegistroFile
				AT END SET EndOfRegistroFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfRegistroFile
				PERFORM GuardaAbono
				READ RegistroFile
					AT END SET EndOfRegistroFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE RegistroFile
		END-IF.

	CargaArchivoAbonos.
		PERFORM AbreArchivoMes
		IF NOT NoHayMasArchivo
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-IF
		PERFORM UNTIL NoHayMasArchivo
			PERFORM GuardaAbono
			READ ArchivoFile INTO RegistroDetails
				AT END SET NoHayMasArchivo TO TRUE
			END-READ
		END-PERFORM
		PERFORM CierraArchivoMes.

	GuardaAbono.
		IF FrEsAbono AND FrFecha IS NUMERIC
		AND FrFecha NOT < WPeriodoDesde
		AND FrFecha NOT > WPeriodoHasta
			IF NAbonos = MAX-ABONOS
				DISPLAY "ABEND MargenVentas - FACTREG.DAT TIENE MAS DE " MAX-ABONOS " ABONOS EN EL PERIODO"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NAbonos
			MOVE FrNumero TO TabNumero(NAbonos)
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
