		   03 FechaTransAnio PIC 9(4).
		   03 FechaTransMes  PIC 9(2).
		   03 FechaTransDia  PIC 9(2).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		   88 ArtEstadoValido VALUES SPACE "O" "H" "S" "A" "P" "C" "F" "R".
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).

	FD AlmacenesFile.
	01 AlmacenesDetails.
			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

   	FD CalidadFile.
	01 CalidadLine        PIC X(80).
				END-IF
			END-IF

			IF NOT ArtEstadoValido
				MOVE "ART.DAT" TO VldFichero
				MOVE UserArtID TO VldClave
				MOVE "ESTADO DE LINEA DE PEDIDO INVALIDO" TO VldMotivo
				PERFORM EscribeError
			ELSE
				IF ArtEstado NOT = SPACE
				AND ArtNumPedido IS NOT NUMERIC
					MOVE "ART.DAT" TO VldFichero
					MOVE UserArtID TO VldClave
					MOVE "NUMERO DE PEDIDO NO NUMERICO" TO VldMotivo
					PERFORM EscribeError
				END-IF
			END-IF

			PERFORM BuscaUsuario
			IF NOT UsuarioHallado
				MOVE "ART.DAT" TO VldFichero
				PERFORM EscribeError
			END-IF

			IF CosteMedio IS NOT NUMERIC
				MOVE "ALM.DAT" TO VldFichero
				MOVE ArtAlID TO VldClave
				MOVE "COSTE MEDIO NO NUMERICO" TO VldMotivo
				PERFORM EscribeError
			END-IF

			READ AlmacenesFile NEXT RECORD
				AT END SET EndOfAlmacenesFile TO TRUE
			END-READ
