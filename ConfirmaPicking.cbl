		ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
		FILE STATUS IS StatAlmacenes.

		SELECT ArticulosFile ASSIGN TO "ART.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS ArtKey
		ALTERNATE RECORD KEY IS UserArtID WITH DUPLICATES
		FILE STATUS IS StatArticulos.

		SELECT SortFile ASSIGN TO "CONFSORT.TMP".

		SELECT VarPickFile ASSIGN TO "VARPICK.RPT"
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD ArticulosFile.
	01 ArticulosDetails.
		02 ArtKey.
		   03 UserArtID PIC X(8).
		   03 ArtID     PIC 9(7).
		02 Cant	   PIC 9(2).
		02 FechaTrans PIC 9(8).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		   88 EstEnPicking VALUES "A" "P" "C".
		   88 EstFacturada VALUE "F".
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).

	SD SortFile.
	01 SortRec.

	78 MAX-CONFIRMACIONES VALUE 9000.
	78 MAX-CORTOS VALUE 9000.
	78 MAX-LINEAS-PEDIDO VALUE 9000.

	01 StatPick PIC X(02) VALUE SPACES.
	           88 PickIniciado VALUE '00'.
	01 StatAlmacenes PIC X(02) VALUE SPACES.
	           88 AlmIniciado VALUE '00'.

	01 StatArticulos PIC X(02) VALUE SPACES.
	           88 ArtIniciado VALUE '00'.

	01 StatFactAjus PIC X(02) VALUE SPACES.

	01 StatRunCtl PIC X(02) VALUE SPACES.
	01 IndCorto PIC 9(4).
	01 IndBusCorto PIC 9(4).

	01 NLinPed PIC 9(4) VALUE ZEROS.
	01 TablaLineasPedido.
	    02 TLP OCCURS 0 TO MAX-LINEAS-PEDIDO DEPENDING ON NLinPed.
			03 TlpUserId     PIC X(8).
			03 TlpArtID      PIC 9(7).
			03 TlpPrevisto   PIC 9(5).
			03 TlpConfirmado PIC 9(5).
			03 TlpSinConf    PIC X.

	01 SwLinPedHallada PIC X VALUE SPACES.
			88 LinPedHallada VALUE '1'.

	01 IndLinPed PIC 9(4).
	01 IndBusLinPed PIC 9(4).

	01 CantVariacion PIC S9(5).
	01 CantAjuste PIC 9(5).

	   02 LineasSinConf    PIC 9(7) VALUE ZEROS.
	   02 ConfHuerfanas    PIC 9(7) VALUE ZEROS.
	   02 ConfInvalidas    PIC 9(7) VALUE ZEROS.
	   02 PedPreparadas    PIC 9(7) VALUE ZEROS.
	   02 PedCortas        PIC 9(7) VALUE ZEROS.
	   02 PedNoActualizadas PIC 9(7) VALUE ZEROS.

	01 WFechaSistema PIC 9(8).
	01 WFechaGrupo REDEFINES WFechaSistema.
	PROCEDURE DIVISION.
		OPEN INPUT PickFile, ConfFile.
		OPEN I-O AlmacenesFile.
		OPEN I-O ArticulosFile.
		OPEN OUTPUT VarPickFile.

		IF NOT PickIniciado
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF NOT ArtIniciado
			DISPLAY "ABEND ConfirmaPicking - ERROR APERTURA ART.DAT (SE REQUIERE ORGANIZATION INDEXED), STATUS " StatArticulos
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		PERFORM LeeRunCtl

			INPUT PROCEDURE IS LiberaPicks
			OUTPUT PROCEDURE IS ConciliaPicks

		PERFORM ActualizaLineasPedido
		PERFORM ImprimeHuerfanas
		PERFORM GrabaAjustesFactura

		CLOSE PickFile, ConfFile, AlmacenesFile, ArticulosFile
		CLOSE VarPickFile, MovFile

		DISPLAY "ConfirmaPicking - PICK: " PickLeidas
			" SIN CONFIRMAR: " LineasSinConf
			" CONF HUERFANAS: " ConfHuerfanas
			" CONF INVALIDAS: " ConfInvalidas
		DISPLAY "ConfirmaPicking - LINEAS DE PEDIDO PREPARADAS: " PedPreparadas
			" CORTAS: " PedCortas
			" NO ACTUALIZADAS: " PedNoActualizadas

		STOP RUN.

				END-IF
				WRITE VarPickLine FROM VarDetalle
			END-IF
		END-IF
		PERFORM AcumulaLineaPedido.

	AcumulaLineaPedido.
		MOVE SPACES TO SwLinPedHallada
		MOVE ZEROS TO IndLinPed
		MOVE 1 TO IndBusLinPed
		PERFORM UNTIL IndBusLinPed > NLinPed OR LinPedHallada
			IF TlpUserId(IndBusLinPed) = SrtUserId
			AND TlpArtID(IndBusLinPed) = SrtArtID
				SET LinPedHallada TO TRUE
				MOVE IndBusLinPed TO IndLinPed
			END-IF
			ADD 1 TO IndBusLinPed
		END-PERFORM
		IF NOT LinPedHallada
			IF NLinPed = MAX-LINEAS-PEDIDO
				DISPLAY "ABEND ConfirmaPicking - TABLA DE LINEAS DE PEDIDO LLENA"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO NLinPed
			MOVE NLinPed TO IndLinPed
			MOVE SrtUserId TO TlpUserId(IndLinPed)
			MOVE SrtArtID TO TlpArtID(IndLinPed)
			MOVE ZEROS TO TlpPrevisto(IndLinPed)
			MOVE ZEROS TO TlpConfirmado(IndLinPed)
			MOVE SPACE TO TlpSinConf(IndLinPed)
		END-IF
		ADD SrtCant TO TlpPrevisto(IndLinPed)
		IF ConfHallada
			ADD TcfCant(IndConf) TO TlpConfirmado(IndLinPed)
		ELSE
			MOVE "1" TO TlpSinConf(IndLinPed)
		END-IF.

	BuscaConfirmacion.
		MOVE SobrantesAlm TO TotSobrantes
		WRITE VarPickLine FROM TotAlmacen.

	ActualizaLineasPedido.
		MOVE 1 TO IndLinPed
		PERFORM UNTIL IndLinPed > NLinPed
			IF TlpSinConf(IndLinPed) = SPACE
				MOVE TlpUserId(IndLinPed) TO UserArtID
				MOVE TlpArtID(IndLinPed) TO ArtID
				READ ArticulosFile
					INVALID KEY
						DISPLAY "ADVERTENCIA ConfirmaPicking - LINEA " UserArtID " " ArtID " NO EXISTE EN ART.DAT, ESTADO NO ACTUALIZADO"
						ADD 1 TO PedNoActualizadas
					NOT INVALID KEY
						PERFORM GrabaEstadoPicking
				END-READ
			END-IF
			ADD 1 TO IndLinPed
		END-PERFORM.

	GrabaEstadoPicking.
		IF NOT EstEnPicking AND NOT EstFacturada
			DISPLAY "ADVERTENCIA ConfirmaPicking - LINEA " UserArtID " " ArtID " EN ESTADO " ArtEstado ", ESTADO NO ACTUALIZADO"
			ADD 1 TO PedNoActualizadas
		ELSE
			IF TlpConfirmado(IndLinPed) < TlpPrevisto(IndLinPed)
				IF NOT EstFacturada
					MOVE "C" TO ArtEstado
				END-IF
				MOVE "PREPARACION CORTA" TO ArtMotivo
				ADD 1 TO PedCortas
			ELSE
				IF NOT EstFacturada
					MOVE "P" TO ArtEstado
					MOVE SPACES TO ArtMotivo
				END-IF
				ADD 1 TO PedPreparadas
			END-IF
			MOVE TlpConfirmado(IndLinPed) TO ArtCantServida
			MOVE WFechaSistema TO ArtFechaEstado
			REWRITE ArticulosDetails
				INVALID KEY
					DISPLAY "ABEND ConfirmaPicking - ERROR REWRITE ART.DAT, CLAVE " UserArtID ArtID ", STATUS " StatArticulos
					MOVE 16 TO RETURN-CODE
					STOP RUN
			END-REWRITE
		END-IF.

	ImprimeHuerfanas.
		MOVE 1 TO IndConf
		PERFORM UNTIL IndConf > NConf
