	   02 CasFechaGrupo REDEFINES CasFechaTrans.
	      03 CasAnioMes   PIC 9(6).
	      03 CasDia       PIC 9(2).
	   02 CasCoste        PIC 9(13)V99.

	FD MaestroArtFile.
	01 MaestroArtDetails.
