			03 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

   	FD TrasRegFile.
	01 TrasRegLine        PIC X(80).

	01 StockOrigen PIC 9(5).
	01 StockDestino PIC 9(5).
	01 CosteOrigen PIC 9(4)V9(4).
	01 CosteNuevo PIC 9(4)V9(4).

	01 ContadoresTras.
	   02 TrasLeidos       PIC 9(7) VALUE ZEROS.
				STOP RUN
		END-READ
		MOVE CantDisponible TO MovAntes
		MOVE CosteMedio TO CosteOrigen
		SUBTRACT TcCant FROM CantDisponible
		MOVE CantDisponible TO MovDespues
		MOVE CantDisponible TO StockOrigen
				STOP RUN
		END-READ
		MOVE CantDisponible TO MovAntes
		COMPUTE CosteNuevo ROUNDED =
			(CantDisponible * CosteMedio + TcCant * CosteOrigen)
			/ (CantDisponible + TcCant)
		ADD TcCant TO CantDisponible
			ON SIZE ERROR
				DISPLAY "ABEND AplicaTraslados - DESBORDAMIENTO DE STOCK PARA CLAVE " TcArtID TcAlmDestino
		END-ADD
		MOVE CantDisponible TO MovDespues
		MOVE CantDisponible TO StockDestino
		MOVE CosteNuevo TO CosteMedio
		REWRITE AlmacenesDetails
			INVALID KEY
				DISPLAY "ABEND AplicaTraslados - ERROR REWRITE ALM.DAT, CLAVE " TcArtID TcAlmDestino ", STATUS " StatAlmacenes
