	IDENTIFICATION DIVISION.
	PROGRAM-ID.  HojaRecuento.
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

		SELECT MaestroArtFile ASSIGN TO "MAESTART.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS MaeArtID
		FILE STATUS IS StatMaestro.

		SELECT FotoFile ASSIGN TO "INVFOTO.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFoto.

		SELECT SortFile ASSIGN TO "HOJASORT.TMP".

		SELECT HojaFile ASSIGN TO "HOJAINV.RPT"
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

	FD MaestroArtFile.
	01 MaestroArtDetails.
	   02 MaeArtID        PIC 9(7).
	   02 MaeDescripcion  PIC X(20).
	   02 MaeCategoria    PIC X(10).
	   02 MaeUnidad       PIC X(3).

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

	SD SortFile.
	01 SortRec.
	   02 SrtAlmId        PIC X(4).
	   02 SrtArtID        PIC X(7).
	   02 SrtCant         PIC 9(5).
	   02 SrtPrecio       PIC 9(4)V99.
	   02 SrtCoste        PIC 9(4)V9(4).

   	FD HojaFile.
	01 HojaLine           PIC X(80).


	WORKING-STORAGE SECTION.

	78 MAX-FOTOS VALUE 9000.

	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.
	01 StatMaestro PIC X(02) VALUE SPACES.
	           88 MaeIniciado VALUE '00'.
	01 StatFoto PIC X(02) VALUE SPACES.

	01 FinRecorrido PIC X VALUE SPACES.
			88 NoHayMasAlmacenes VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 WParmAlm PIC X(4) VALUE SPACES.

	01 SwFiltroActivo PIC X VALUE SPACES.
			88 FiltroActivo VALUE '1'.

	01 NFotos PIC 9(4) VALUE ZEROS.
	01 TablaFotos.
	    02 TFO OCCURS 0 TO MAX-FOTOS DEPENDING ON NFotos.
			03 TfoAlmId     PIC X(4).
			03 TfoArtID     PIC X(7).
			03 TfoCantLibro PIC 9(5).
			03 TfoPrecio    PIC 9(4)V99.
			03 TfoFecha     PIC 9(8).
			03 TfoEstado    PIC X.
			03 TfoCoste     PIC 9(4)V9(4).

	01 IndFoto PIC 9(4).

	01 SwAlmAbierto PIC X VALUE SPACES.
			88 AlmAbierto VALUE '1'.

	01 AlmAnterior PIC X(4) VALUE SPACES.
	01 LineasAlm PIC 9(5) VALUE ZEROS.

	01 ContadoresHoja.
	   02 ClavesLeidas     PIC 9(7) VALUE ZEROS.
	   02 ClavesFotografiadas PIC 9(7) VALUE ZEROS.
	   02 AlmacenesCount   PIC 9(5) VALUE ZEROS.
	   02 FotosConservadas PIC 9(7) VALUE ZEROS.

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

	01 HojaEnc.
	   02 FILLER          PIC X(26) VALUE "HOJA DE RECUENTO FISICO   ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 HojaAlm.
	   02 FILLER          PIC X(10) VALUE "ALMACEN: ".
	   02 HaAlmId         PIC X(4).

	01 HojaCab.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(22) VALUE "Descripcion".
	   02 FILLER          PIC X(5) VALUE "Ud".
	   02 FILLER          PIC X(9) VALUE "Libro".
	   02 FILLER          PIC X(12) VALUE "Contado".
	   02 FILLER          PIC X(10) VALUE "Reconteo".

	01 HojaDetalle.
	   02 HdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 HdDescripcion   PIC X(20).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 HdUnidad        PIC X(3).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 HdLibro         PIC Z(4)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(10) VALUE "__________".
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(10) VALUE "__________".

	01 HojaPie.
	   02 FILLER          PIC X(20) VALUE "ARTICULOS EN HOJA.: ".
	   02 HpLineas        PIC Z(4)9.
	   02 FILLER          PIC X(6) VALUE SPACES.
	   02 FILLER          PIC X(30) VALUE "FIRMA CONTADOR: ______________".

	PROCEDURE DIVISION.
		OPEN INPUT AlmacenesFile, MaestroArtFile.

		IF NOT AlmIniciado
			DISPLAY "ABEND HojaRecuento - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT MaeIniciado
			DISPLAY "ABEND HojaRecuento - ERROR APERTURA MAESTART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatMaestro
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM ObtenParametros
		PERFORM CargaFotosPrevias

		OPEN OUTPUT FotoFile
		PERFORM GrabaFotosPrevias

		SORT SortFile
			ON ASCENDING KEY SrtAlmId SrtArtID
			INPUT PROCEDURE IS LiberaAlmacenes
			OUTPUT PROCEDURE IS ImprimeHojas

		CLOSE AlmacenesFile, MaestroArtFile, FotoFile

		DISPLAY "HojaRecuento - CLAVES: " ClavesLeidas
			" FOTOGRAFIADAS: " ClavesFotografiadas
			" ALMACENES: " AlmacenesCount
			" FOTOS CONSERVADAS: " FotosConservadas

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmAlm
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmAlm FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmAlm
		END-ACCEPT
		IF WParmAlm = "*"
			MOVE SPACES TO WParmAlm
		END-IF
		IF WParmAlm NOT = SPACES
			SET FiltroActivo TO TRUE
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

	CargaFotosPrevias.
		OPEN INPUT FotoFile
		IF StatFoto = "35"
			CONTINUE
		ELSE
			READ FotoFile
				AT END SET EndOfFotoFile TO TRUE
			END-READ
			PERFORM UNTIL EndOfFotoFile
				IF FiltroActivo AND IfAlmId NOT = WParmAlm
					IF NFotos = MAX-FOTOS
						DISPLAY "ABEND HojaRecuento - INVFOTO.DAT TIENE MAS DE " MAX-FOTOS " REGISTROS"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					ADD 1 TO NFotos
					MOVE IfAlmId TO TfoAlmId(NFotos)
					MOVE IfArtID TO TfoArtID(NFotos)
					MOVE IfCantLibro TO TfoCantLibro(NFotos)
					MOVE IfPrecio TO TfoPrecio(NFotos)
					MOVE IfFecha TO TfoFecha(NFotos)
					MOVE IfEstado TO TfoEstado(NFotos)
					MOVE IfCoste TO TfoCoste(NFotos)
				END-IF
				READ FotoFile
					AT END SET EndOfFotoFile TO TRUE
				END-READ
			END-PERFORM
			CLOSE FotoFile
		END-IF.

	GrabaFotosPrevias.
		MOVE 1 TO IndFoto
		PERFORM UNTIL IndFoto > NFotos
			MOVE TfoAlmId(IndFoto) TO IfAlmId
			MOVE TfoArtID(IndFoto) TO IfArtID
			MOVE TfoCantLibro(IndFoto) TO IfCantLibro
			MOVE TfoPrecio(IndFoto) TO IfPrecio
			MOVE TfoFecha(IndFoto) TO IfFecha
			MOVE TfoEstado(IndFoto) TO IfEstado
			MOVE TfoCoste(IndFoto) TO IfCoste
			WRITE FotoDetails
			ADD 1 TO FotosConservadas
			ADD 1 TO IndFoto
		END-PERFORM.

	LiberaAlmacenes.
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

			ADD 1 TO ClavesLeidas
			IF NOT FiltroActivo OR AlmId = WParmAlm
				MOVE AlmId TO SrtAlmId
				MOVE ArtAlID TO SrtArtID
				MOVE CantDisponible TO SrtCant
				MOVE Precio TO SrtPrecio
				MOVE CosteMedio TO SrtCoste
				RELEASE SortRec
			END-IF

			READ AlmacenesFile NEXT RECORD
				AT END SET NoHayMasAlmacenes TO TRUE
			END-READ

		END-PERFORM.

	ImprimeHojas.
		OPEN OUTPUT HojaFile
		MOVE SPACES TO SwAlmAbierto
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF NOT AlmAbierto OR SrtAlmId NOT = AlmAnterior
				IF AlmAbierto
					PERFORM CierraHoja
				END-IF
				MOVE SrtAlmId TO AlmAnterior
				PERFORM AbreHoja
				SET AlmAbierto TO TRUE
			END-IF

			PERFORM EscribeLineaHoja

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF AlmAbierto
			PERFORM CierraHoja
		END-IF
		CLOSE HojaFile.

	AbreHoja.
		MOVE ZEROS TO LineasAlm
		WRITE HojaLine FROM HojaEnc
		MOVE SrtAlmId TO HaAlmId
		WRITE HojaLine FROM HojaAlm
		WRITE HojaLine FROM HojaCab
		ADD 1 TO AlmacenesCount.

	EscribeLineaHoja.
		MOVE SrtArtID TO HdArtID
		MOVE SPACES TO HdDescripcion
		MOVE SPACES TO HdUnidad
		IF SrtArtID IS NUMERIC
			MOVE SrtArtID TO MaeArtID
			READ MaestroArtFile
				INVALID KEY
					MOVE "** NO EN MAESTRO **" TO HdDescripcion
				NOT INVALID KEY
					MOVE MaeDescripcion TO HdDescripcion
					MOVE MaeUnidad TO HdUnidad
			END-READ
		END-IF
		MOVE SrtCant TO HdLibro
		WRITE HojaLine FROM HojaDetalle

		MOVE SrtAlmId TO IfAlmId
		MOVE SrtArtID TO IfArtID
		MOVE SrtCant TO IfCantLibro
		MOVE SrtPrecio TO IfPrecio
		MOVE WFechaSistema TO IfFecha
		MOVE SPACE TO IfEstado
		MOVE SrtCoste TO IfCoste
		WRITE FotoDetails

		ADD 1 TO LineasAlm
		ADD 1 TO ClavesFotografiadas.

	CierraHoja.
		MOVE LineasAlm TO HpLineas
		WRITE HojaLine FROM HojaPie
		MOVE SPACES TO HojaLine
		WRITE HojaLine.
