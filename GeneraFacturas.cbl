		SELECT FacturasFile ASSIGN TO "FACTURAS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT ErrFactFile ASSIGN TO "FACTERR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT RegistroFile ASSIGN TO "FACTREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRegistro.

		SELECT FactLinFile ASSIGN TO "FACTLIN.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFactLin.

		SELECT FactCtlFile ASSIGN TO "FACTCTL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatFactCtl.
		RECORD KEY IS MaeArtID
		FILE STATUS IS StatMaestro.

		SELECT ArticulosFile ASSIGN TO "ART.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS ArtKey
		ALTERNATE RECORD KEY IS UserArtID WITH DUPLICATES
		FILE STATUS IS StatArticulos.

		SELECT IvaCatFile ASSIGN TO "IVACAT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatIvaCat.

		SELECT PeriodosFile ASSIGN TO "PERIODOS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatPeriodos.

	DATA DIVISION.
	FILE SECTION.

	   02 CasPrecio       PIC 9(4)V99.
	   02 CasImporte      PIC 9(13)V99.
	   02 CasFechaTrans   PIC 9(8).
	   02 CasCoste        PIC 9(13)V99.

   	FD FacturasFile.
	01 FacturaLine        PIC X(80).

	FD ErrFactFile.
	01 ErrFactLine        PIC X(80).

	FD RegistroFile.
	01 RegistroDetails.
	   02 FrNumero        PIC 9(7).
	      03 FrTasa       PIC 9(2)V99.
	      03 FrBase       PIC 9(13)V99.
	      03 FrCuota      PIC 9(11)V99.
	   02 FrTipo          PIC X.
	   02 FrFactOrigen    PIC 9(7).

	FD FactLinFile.
	01 FactLinDetails.
	   02 FlNumero        PIC 9(7).
	   02 FlTipo          PIC X.
	   02 FlFactOrigen    PIC 9(7).
	   02 FlUserId        PIC X(8).
	   02 FlArtID         PIC 9(7).
	   02 FlCant          PIC 9(5).
	   02 FlPrecio        PIC 9(4)V99.
	   02 FlImporte       PIC 9(13)V99.
	   02 FlTasa          PIC 9(2)V99.

	FD FactCtlFile.
	01 FactCtlRecord.
	   02 MaeCategoria    PIC X(10).
	   02 MaeUnidad       PIC X(3).

	FD ArticulosFile.
	01 ArticulosDetails.
		02 ArtKey.
		   03 UserArtID PIC X(8).
		   03 ArtID     PIC 9(7).
		02 Cant	   PIC 9(2).
		02 FechaTrans PIC 9(8).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		   88 EstFacturada VALUE "F".
		   88 EstCorta VALUE "C".
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).

	FD IvaCatFile.
	01 IvaCatDetails.
	    88 EndOfIvaCatFile VALUE HIGH-VALUES.
	   02 IvCategoria     PIC X(10).
	   02 IvTasa          PIC 9(2)V99.

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


	WORKING-STORAGE SECTION.

	01 StatPeriodos PIC X(02) VALUE SPACES.
	01 FinPeriodos PIC X VALUE SPACES.
			88 NoHayMasPeriodos VALUE '1'.
	01 CerradoHasta PIC 9(6) VALUE ZEROS.
	01 FechaLimiteCierre PIC 9(8) VALUE ZEROS.

	78 IVA-PORCENTAJE VALUE 21.

	01 StatUsuarios PIC X(02) VALUE SPACES.
	01 StatRegistro PIC X(02) VALUE SPACES.
	           88 RegIniciado VALUE '00'.
	01 StatFactCtl PIC X(02) VALUE SPACES.
	01 StatFactLin PIC X(02) VALUE SPACES.
	           88 LinIniciado VALUE '00'.

	01 FinCtl PIC X VALUE SPACES.
			88 NoHayMasCtl VALUE '1'.
	01 StatMaestro PIC X(02) VALUE SPACES.
	           88 MaeIniciado VALUE '00'.

	01 StatArticulos PIC X(02) VALUE SPACES.
	           88 ArtIniciado VALUE '00'.

	01 SwLineaPedido PIC X VALUE SPACES.
			88 LineaPedidoHallada VALUE '1'.

	01 StatIvaCat PIC X(02) VALUE SPACES.

	01 SwEnMaestro PIC X VALUE SPACES.
	   02 LineasAjustadas PIC 9(5) VALUE ZEROS.
	   02 LineasOmitidasCorto PIC 9(5) VALUE ZEROS.
	   02 GruposSinLineas PIC 9(5) VALUE ZEROS.
	   02 LineasRechazadas PIC 9(5) VALUE ZEROS.
	   02 LineasYaFacturadas PIC 9(5) VALUE ZEROS.
	01 TotalEmitido PIC 9(13)V99 VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	   02 FILLER          PIC X(10) VALUE "Precio".
	   02 FILLER          PIC X(16) VALUE "Importe".

	01 ErrFactDetalle.
	   02 EfUserId        PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfCant          PIC Z9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfFechaTrans    PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 EfMotivo        PIC X(40).

	01 FactDetalle.
	   02 FdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.

	PROCEDURE DIVISION.
		OPEN INPUT UsuariosFile, CasadasFile, MaestroArtFile.
		OPEN I-O ArticulosFile.
		OPEN OUTPUT FacturasFile, ErrFactFile.
		OPEN EXTEND RegistroFile.
		IF StatRegistro = "35"
			OPEN OUTPUT RegistroFile
		END-IF
		OPEN EXTEND FactLinFile.
		IF StatFactLin = "35"
			OPEN OUTPUT FactLinFile
		END-IF

		IF NOT UsIniciado
			DISPLAY "ABEND GeneraFacturas - ERROR APERTURA USUARIOS.DAT, STATUS " StatUsuarios
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT LinIniciado
			DISPLAY "ABEND GeneraFacturas - ERROR APERTURA FACTLIN.DAT, STATUS " StatFactLin
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT MaeIniciado
			DISPLAY "ABEND GeneraFacturas - ERROR APERTURA MAESTART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatMaestro
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT ArtIniciado
			DISPLAY "ABEND GeneraFacturas - ERROR APERTURA ART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatArticulos
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM LeeControlFacturas
		PERFORM LeePeriodos
		PERFORM CargaAjustes
		PERFORM CargaTasasIva

		PERFORM GrabaAjustes

		CLOSE UsuariosFile, CasadasFile, MaestroArtFile, FacturasFile, RegistroFile
		CLOSE ArticulosFile
		CLOSE FactLinFile, ErrFactFile

		DISPLAY "GeneraFacturas - FACTURAS: " FacturasCount
			" LINEAS: " LineasFactCount
			" AJUSTADAS POR CORTO: " LineasAjustadas
			" OMITIDAS POR CORTO: " LineasOmitidasCorto
			" GRUPOS SIN LINEAS: " GruposSinLineas
			" RECHAZADAS: " LineasRechazadas
			" YA FACTURADAS: " LineasYaFacturadas
			" IMPORTE NETO: " TotalEmitido

		STOP RUN.
		MOVE ZEROS TO SubtotalFact
		MOVE ZEROS TO NTasasFact
		PERFORM UNTIL EndOfCasadasFile OR CasUserId NOT = UserActual
			IF CasFechaTrans NOT > FechaLimiteCierre
				MOVE "FECHA EN PERIODO CERRADO" TO EfMotivo
				PERFORM EscribeRechazoLinea
				PERFORM LeeLineaPedido
				PERFORM MarcaLineaRechazada
			ELSE
				PERFORM LeeLineaPedido
				IF LineaPedidoHallada AND EstFacturada
					MOVE SPACES TO EfMotivo
					STRING "LINEA YA FACTURADA EN FACTURA " ArtFactura
						DELIMITED BY SIZE INTO EfMotivo
					PERFORM EscribeRechazoLinea
					ADD 1 TO LineasYaFacturadas
				ELSE
					MOVE CasCant TO CantFacturar
					PERFORM AplicaAjusteCorto
					IF LineaPedidoHallada AND EstCorta
					AND ArtCantServida = ZEROS
						MOVE ZEROS TO CantFacturar
					END-IF
					IF CantFacturar > ZEROS
						IF NOT FacturaAbierta
							PERFORM AbreFactura
						END-IF
						MOVE CasArtID TO FdArtID
						MOVE CantFacturar TO FdCant
						MOVE CasPrecio TO FdPrecio
						COMPUTE ImporteLinea = CantFacturar * CasPrecio
						MOVE ImporteLinea TO FdImporte
						WRITE FacturaLine FROM FactDetalle
						ADD ImporteLinea TO SubtotalFact
						PERFORM ClasificaIvaLinea
						PERFORM GrabaLineaFactura
						PERFORM MarcaLineaFacturada
						ADD 1 TO LineasFactCount
					ELSE
						PERFORM MarcaLineaCorta
						ADD 1 TO LineasOmitidasCorto
					END-IF
				END-IF
			END-IF
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
		MOVE SubtotalFact TO FrNeto
		MOVE IvaFactura TO FrIva
		MOVE TotalFactura TO FrTotal
		MOVE "F" TO FrTipo
		MOVE ZEROS TO FrFactOrigen
		MOVE 1 TO IndTasa
		PERFORM UNTIL IndTasa > MAX-TASAS-FACT
			MOVE ZEROS TO FrTasa(IndTasa)
		ADD SubtotalFact TO TotalEmitido
		ADD 1 TO FacturasCount.

	GrabaLineaFactura.
		MOVE NumFactura TO FlNumero
		MOVE "F" TO FlTipo
		MOVE ZEROS TO FlFactOrigen
		MOVE UserActual TO FlUserId
		MOVE CasArtID TO FlArtID
		MOVE CantFacturar TO FlCant
		MOVE CasPrecio TO FlPrecio
		MOVE ImporteLinea TO FlImporte
		MOVE TasaLinea TO FlTasa
		WRITE FactLinDetails.

	LeeLineaPedido.
		MOVE SPACES TO SwLineaPedido
		MOVE CasUserId TO UserArtID
		MOVE CasArtID TO ArtID
		READ ArticulosFile
			INVALID KEY
				DISPLAY "ADVERTENCIA GeneraFacturas - LINEA " CasUserId " " CasArtID " NO EXISTE EN ART.DAT, ESTADO NO ACTUALIZADO"
			NOT INVALID KEY
				SET LineaPedidoHallada TO TRUE
		END-READ.

	MarcaLineaFacturada.
		IF LineaPedidoHallada
			MOVE "F" TO ArtEstado
			MOVE NumFactura TO ArtFactura
			MOVE CantFacturar TO ArtCantServida
			MOVE SPACES TO ArtMotivo
			PERFORM GrabaLineaPedido
		END-IF.

	MarcaLineaCorta.
		IF LineaPedidoHallada
			MOVE "C" TO ArtEstado
			MOVE ZEROS TO ArtCantServida
			MOVE "CORTO TOTAL, NO FACTURADA" TO ArtMotivo
			PERFORM GrabaLineaPedido
		END-IF.

	MarcaLineaRechazada.
		IF LineaPedidoHallada AND NOT EstFacturada
			MOVE "R" TO ArtEstado
			MOVE ZEROS TO ArtCantServida
			MOVE EfMotivo TO ArtMotivo
			PERFORM GrabaLineaPedido
		END-IF.

	GrabaLineaPedido.
		MOVE WFechaSistema TO ArtFechaEstado
		REWRITE ArticulosDetails
			INVALID KEY
				DISPLAY "ABEND GeneraFacturas - ERROR REWRITE ART.DAT, CLAVE " UserArtID ArtID ", STATUS " StatArticulos
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-REWRITE.

	CargaTasasIva.
		OPEN INPUT IvaCatFile
		IF StatIvaCat = "35"
		END-PERFORM
		CLOSE FactAjusFile.

	EscribeRechazoLinea.
		MOVE CasUserId TO EfUserId
		MOVE CasArtID TO EfArtID
		MOVE CasCant TO EfCant
		MOVE CasFechaTrans TO EfFechaTrans
		WRITE ErrFactLine FROM ErrFactDetalle
		ADD 1 TO LineasRechazadas.

	AplicaAjusteCorto.
		MOVE SPACES TO SwAjusteHallado
		MOVE ZEROS TO IndAjuste

	SaltaGrupo.
		PERFORM UNTIL EndOfCasadasFile OR CasUserId NOT = UserActual
			MOVE "USUARIO NO EXISTE" TO EfMotivo
			PERFORM EscribeRechazoLinea
			PERFORM LeeLineaPedido
			PERFORM MarcaLineaRechazada
			READ CasadasFile
				AT END SET EndOfCasadasFile TO TRUE
			END-READ
		END-PERFORM.

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
		END-IF
		COMPUTE FechaLimiteCierre = CerradoHasta * 100 + 99.
