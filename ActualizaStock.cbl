        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatMov.

		SELECT TemporalFile ASSIGN TO "CASADAS.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatTemporal.

	DATA DIVISION.
	FILE SECTION.

	   02 CasPrecio       PIC 9(4)V99.
	   02 CasImporte      PIC 9(13)V99.
	   02 CasFechaTrans   PIC 9(8).
	   02 CasCoste        PIC 9(13)V99.

	FD AlmacenesFile.
	01 AlmacenesDetails.
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

   	FD ReordenFile.
	01 ReordenLine        PIC X(60).
	   02 MovAntes        PIC 9(5).
	   02 MovDespues      PIC 9(5).

	FD TemporalFile.
	01 TemporalLine       PIC X(80).


	WORKING-STORAGE SECTION.

			03 TpArtAlID  PIC X(7).
			03 TpAlmId    PIC X(4).
			03 TpCantDisp PIC 9(5).
			03 TpCoste    PIC 9(4)V9(4).

	01 FinAlmacenesArticulo PIC X VALUE SPACES.
			88 NoHayMasAlmacenesArticulo VALUE '1'.
	   02 Digito REDEFINES DigitoX PIC 9.
	01 Pendiente PIC 9(5).
	01 CantAsignar PIC 9(5).
	01 CosteLinea PIC 9(13)V9(4).

	01 StockMinimo PIC 9(5) VALUE STOCK-MINIMO-DEFECTO.


	01 StatMov PIC X(02) VALUE SPACES.

	01 StatTemporal PIC X(02) VALUE SPACES.
	           88 TmpIniciado VALUE '00'.

	01 FinTemporal PIC X VALUE SPACES.
			88 NoHayMasTemporal VALUE '1'.

	78 MAX-PARAMETROS VALUE 9000.

	01 StatStockPar PIC X(02) VALUE SPACES.
	   02 LineasLeidas      PIC 9(7) VALUE ZEROS.
	   02 LineasAplicadas   PIC 9(7) VALUE ZEROS.
	   02 LineasDescubiertas PIC 9(7) VALUE ZEROS.
	   02 LineasCosteadas   PIC 9(7) VALUE ZEROS.
	   02 ReordenCount      PIC 9(5) VALUE ZEROS.

	01 WParmLinea PIC X(20) VALUE SPACES.
			OPEN OUTPUT MovFile
		END-IF

		OPEN OUTPUT TemporalFile
		IF NOT TmpIniciado
			DISPLAY "ABEND ActualizaStock - ERROR APERTURA CASADAS.TMP, STATUS " StatTemporal
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		READ CasadasFile
			AT END SET EndOfCasadasFile TO TRUE
		END-READ

		PERFORM ImprimeReorden

		CLOSE CasadasFile,AlmacenesFile,ReordenFile,MovFile,TemporalFile

		PERFORM GrabaCasadas

		DISPLAY "ActualizaStock - LEIDAS: " LineasLeidas
			" APLICADAS: " LineasAplicadas
			" DESCUBIERTAS: " LineasDescubiertas
			" COSTEADAS: " LineasCosteadas
			" ARTICULOS BAJO MINIMO: " ReordenCount

		STOP RUN.
		PERFORM CargaAlmacenesArticulo

		MOVE CasCant TO Pendiente
		MOVE ZEROS TO CosteLinea
		PERFORM UNTIL Pendiente = ZEROS OR SinStockArticulo
			PERFORM BuscaMayorStock
			IF NOT SinStockArticulo
				END-IF
				SUBTRACT CantAsignar FROM TpCantDisp(IndMayor)
				SUBTRACT CantAsignar FROM Pendiente
				COMPUTE CosteLinea = CosteLinea
					+ CantAsignar * TpCoste(IndMayor)
			END-IF
		END-PERFORM

		IF Pendiente > ZEROS
			ADD 1 TO LineasDescubiertas
			DISPLAY "ADVERTENCIA ActualizaStock - STOCK AGOTADO PARA ARTICULO " CasArtID " USUARIO " CasUserId ", PENDIENTE " Pendiente
			IF NAlmArt > ZEROS
				COMPUTE CosteLinea = CosteLinea + Pendiente * TpCoste(1)
			END-IF
		END-IF

		PERFORM GrabaAlmacenesArticulo
		IF Pendiente < CasCant
			ADD 1 TO LineasAplicadas
		END-IF
		PERFORM GrabaCosteCasada.

	GrabaCosteCasada.
		COMPUTE CasCoste ROUNDED = CosteLinea
		WRITE TemporalLine FROM CasadasDetails
		IF NOT TmpIniciado
			DISPLAY "ABEND ActualizaStock - ERROR ESCRITURA CASADAS.TMP, USUARIO " CasUserId " ARTICULO " CasArtID ", STATUS " StatTemporal
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO LineasCosteadas.

	GrabaCasadas.
		OPEN INPUT TemporalFile
		OPEN OUTPUT CasadasFile
		IF NOT CasIniciado
			DISPLAY "ABEND ActualizaStock - ERROR APERTURA CASADAS.DAT PARA REGRABAR, STATUS " StatCasadas
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO FinTemporal
		PERFORM LeeTemporal
		PERFORM UNTIL NoHayMasTemporal
			WRITE CasadasDetails FROM TemporalLine
			PERFORM LeeTemporal
		END-PERFORM
		CLOSE TemporalFile, CasadasFile.

	LeeTemporal.
		READ TemporalFile
			AT END SET NoHayMasTemporal TO TRUE
		END-READ.

	CargaAlmacenesArticulo.
		MOVE ZEROS TO NAlmArt
				MOVE ArtAlID TO TpArtAlID(NAlmArt)
				MOVE AlmId TO TpAlmId(NAlmArt)
				MOVE CantDisponible TO TpCantDisp(NAlmArt)
				MOVE CosteMedio TO TpCoste(NAlmArt)
				READ AlmacenesFile NEXT RECORD
					AT END SET NoHayMasAlmacenesArticulo TO TRUE
				END-READ
