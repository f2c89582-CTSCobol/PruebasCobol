	IDENTIFICATION DIVISION.
	PROGRAM-ID.  ValoraStock.
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

		SELECT SortFile ASSIGN TO "VALOSORT.TMP".

		SELECT ValoracionFile ASSIGN TO "VALSTOCK.RPT"
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

	SD SortFile.
	01 SortRec.
	   02 SrtAlmId        PIC X(4).
	   02 SrtArtID        PIC X(7).
	   02 SrtCant         PIC 9(5).
	   02 SrtCoste        PIC 9(4)V9(4).

   	FD ValoracionFile.
	01 ValoracionLine     PIC X(80).


	WORKING-STORAGE SECTION.

	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.

	01 FinRecorrido PIC X VALUE SPACES.
			88 NoHayMasAlmacenes VALUE '1'.

	01 FinOrdenado PIC X VALUE SPACES.
			88 NoHayMasOrdenado VALUE '1'.

	01 WParmModo PIC X(8) VALUE SPACES.

	01 SwSoloResumen PIC X VALUE SPACES.
			88 SoloResumen VALUE '1'.

	01 SwAlmAbierto PIC X VALUE SPACES.
			88 AlmAbierto VALUE '1'.
	01 AlmAnterior PIC X(4) VALUE SPACES.

	01 ValorClave PIC 9(11)V99.

	01 AcumAlmacen.
	   02 AlmClaves        PIC 9(7) VALUE ZEROS.
	   02 AlmUnidades      PIC 9(9) VALUE ZEROS.
	   02 AlmValor         PIC 9(13)V99 VALUE ZEROS.

	01 AcumGeneral.
	   02 GenClaves        PIC 9(7) VALUE ZEROS.
	   02 GenUnidades      PIC 9(9) VALUE ZEROS.
	   02 GenValor         PIC 9(13)V99 VALUE ZEROS.

	01 ContadoresValor.
	   02 ClavesLeidas     PIC 9(7) VALUE ZEROS.
	   02 ClavesSinCoste   PIC 9(7) VALUE ZEROS.
	   02 AlmacenesCount   PIC 9(5) VALUE ZEROS.

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

	01 ValoracionEnc.
	   02 FILLER          PIC X(26) VALUE "VALORACION DE STOCK       ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 ValoracionCab.
	   02 FILLER          PIC X(6) VALUE "Alm".
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(12) VALUE "Unidades".
	   02 FILLER          PIC X(13) VALUE "CosteMedio".
	   02 FILLER          PIC X(18) VALUE "Valor".
	   02 FILLER          PIC X(10) VALUE "Aviso".

	01 ValoracionDetalle.
	   02 VdAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdArtID         PIC X(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdCant          PIC Z(8)9.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 VdCoste         PIC Z(3)9.9999.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 VdValor         PIC Z(12)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VdAviso         PIC X(10).

	01 ValoracionTotAlm.
	   02 FILLER          PIC X(10) VALUE "TOTAL ALM ".
	   02 VtAlmId         PIC X(4).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 VtClaves        PIC Z(6)9.
	   02 FILLER          PIC X(8) VALUE " CLAVES ".
	   02 VtUnidades      PIC Z(8)9.
	   02 FILLER          PIC X(9) VALUE SPACES.
	   02 VtValor         PIC Z(12)9.99.

	01 ValoracionTotGen.
	   02 FILLER          PIC X(16) VALUE "TOTAL GENERAL".
	   02 VgClaves        PIC Z(6)9.
	   02 FILLER          PIC X(8) VALUE " CLAVES ".
	   02 VgUnidades      PIC Z(8)9.
	   02 FILLER          PIC X(9) VALUE SPACES.
	   02 VgValor         PIC Z(12)9.99.

	PROCEDURE DIVISION.
		OPEN INPUT AlmacenesFile.

		IF NOT AlmIniciado
			DISPLAY "ABEND ValoraStock - ERROR APERTURA ALM.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatAlmacenes
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM ObtenParametros

		OPEN OUTPUT ValoracionFile
		WRITE ValoracionLine FROM ValoracionEnc
		WRITE ValoracionLine FROM ValoracionCab

		SORT SortFile
			ON ASCENDING KEY SrtAlmId SrtArtID
			INPUT PROCEDURE IS LiberaAlmacenes
			OUTPUT PROCEDURE IS ImprimeValoracion

		MOVE GenClaves TO VgClaves
		MOVE GenUnidades TO VgUnidades
		MOVE GenValor TO VgValor
		WRITE ValoracionLine FROM ValoracionTotGen

		CLOSE AlmacenesFile, ValoracionFile

		DISPLAY "ValoraStock - CLAVES: " ClavesLeidas
			" ALMACENES: " AlmacenesCount
			" SIN COSTE: " ClavesSinCoste

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
				CONTINUE
			WHEN "RESUMEN"
				SET SoloResumen TO TRUE
			WHEN OTHER
				DISPLAY "ABEND ValoraStock - PARAMETRO NO VALIDO (RESUMEN o *): " WParmModo
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

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
			MOVE AlmId TO SrtAlmId
			MOVE ArtAlID TO SrtArtID
			MOVE CantDisponible TO SrtCant
			MOVE CosteMedio TO SrtCoste
			RELEASE SortRec

			READ AlmacenesFile NEXT RECORD
				AT END SET NoHayMasAlmacenes TO TRUE
			END-READ

		END-PERFORM.

	ImprimeValoracion.
		RETURN SortFile
			AT END SET NoHayMasOrdenado TO TRUE
		END-RETURN
		PERFORM UNTIL NoHayMasOrdenado

			IF AlmAbierto AND SrtAlmId NOT = AlmAnterior
				PERFORM CierraAlmacen
			END-IF
			IF NOT AlmAbierto
				MOVE SrtAlmId TO AlmAnterior
				MOVE ZEROS TO AcumAlmacen
				SET AlmAbierto TO TRUE
			END-IF

			COMPUTE ValorClave ROUNDED = SrtCant * SrtCoste
			ADD 1 TO AlmClaves
			ADD SrtCant TO AlmUnidades
			ADD ValorClave TO AlmValor

			MOVE SPACES TO VdAviso
			IF SrtCoste = ZEROS AND SrtCant > ZEROS
				MOVE "SIN COSTE" TO VdAviso
				ADD 1 TO ClavesSinCoste
			END-IF
			IF NOT SoloResumen
				MOVE SrtAlmId TO VdAlmId
				MOVE SrtArtID TO VdArtID
				MOVE SrtCant TO VdCant
				MOVE SrtCoste TO VdCoste
				MOVE ValorClave TO VdValor
				WRITE ValoracionLine FROM ValoracionDetalle
			END-IF

			RETURN SortFile
				AT END SET NoHayMasOrdenado TO TRUE
			END-RETURN

		END-PERFORM

		IF AlmAbierto
			PERFORM CierraAlmacen
		END-IF.

	CierraAlmacen.
		MOVE AlmAnterior TO VtAlmId
		MOVE AlmClaves TO VtClaves
		MOVE AlmUnidades TO VtUnidades
		MOVE AlmValor TO VtValor
		WRITE ValoracionLine FROM ValoracionTotAlm
		IF NOT SoloResumen
			MOVE SPACES TO ValoracionLine
			WRITE ValoracionLine
		END-IF
		ADD AlmClaves TO GenClaves
		ADD AlmUnidades TO GenUnidades
		ADD AlmValor TO GenValor
		ADD 1 TO AlmacenesCount
		MOVE SPACES TO SwAlmAbierto.
