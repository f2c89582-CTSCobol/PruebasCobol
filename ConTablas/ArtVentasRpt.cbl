		02 ArtID     PIC 9(7).
		02 Cant	   PIC 9(2).
		02 FechaTrans PIC 9(8).
		02 ArtNumPedido PIC 9(7).
		02 ArtEstado PIC X.
		02 ArtFechaEstado PIC 9(8).
		02 ArtCantServida PIC 9(5).
		02 ArtFactura PIC 9(7).
		02 ArtMotivo PIC X(30).

	FD AlmacenesFile.
	01 AlmacenesDetails.
		 02 AlmId   PIC X(4).
		 02 Precio  PIC 9(4)V99.
		 02 CantDisponible PIC 9(5).
		 02 CosteMedio PIC 9(4)V9(4).

	FD MaestroArtFile.
	01 MaestroArtDetails.
