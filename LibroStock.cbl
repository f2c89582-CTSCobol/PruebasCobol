			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	SD SortFile.
	01 SortRec.
			WHEN "RC"
			WHEN "TE"
			WHEN "AJ"
			WHEN "DV"
				IF NOT HayBalance
					MOVE SrtAntes TO Apertura
					SET HayBalance TO TRUE
				END-IF
				ADD SrtCant TO Salidas
				MOVE SrtDespues TO Cierre
			WHEN "IN"
				IF NOT HayBalance
					MOVE SrtAntes TO Apertura
					SET HayBalance TO TRUE
				END-IF
				IF SrtDespues < SrtAntes
					ADD SrtCant TO Salidas
				ELSE
					ADD SrtCant TO Entradas
				END-IF
				MOVE SrtDespues TO Cierre
			WHEN OTHER
				DISPLAY "ADVERTENCIA LibroStock - TIPO DE MOVIMIENTO DESCONOCIDO " SrtTipo " CLAVE " SrtArtID SrtAlmId
		END-EVALUATE.
