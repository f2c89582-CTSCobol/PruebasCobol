	IDENTIFICATION DIVISION.
	PROGRAM-ID.  ListaAuditoria.
	AUTHOR.  Michael Coughlan.


	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT AuditFile ASSIGN TO "AUDITORIA.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatAudit.

		SELECT InformeFile ASSIGN TO "AUDITORIA.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

	DATA DIVISION.
	FILE SECTION.

	FD AuditFile.
	01 AuditDetails.
	    88 EndOfAuditFile VALUE HIGH-VALUES.
	   02 AuFecha          PIC 9(8).
	   02 AuHora           PIC 9(8).
	   02 AuHoraGrupo REDEFINES AuHora.
	      03 AuHH          PIC 9(2).
	      03 AuMM          PIC 9(2).
	      03 AuSS          PIC 9(2).
	      03 AuCC          PIC 9(2).
	   02 AuRunNum         PIC 9(5).
	   02 AuOperador       PIC X(8).
	   02 AuFichero        PIC X(8).
	   02 AuAccion         PIC X.
	      88 AuAlta        VALUE "A".
	      88 AuCambio      VALUE "C".
	      88 AuBaja        VALUE "D".
	   02 AuClave          PIC X(15).
	   02 AuAntes          PIC X(60).
	   02 AuAntesTarifa REDEFINES AuAntes.
	      03 AuAntArtID    PIC 9(7).
	      03 AuAntFecha    PIC 9(8).
	      03 AuAntPrecio   PIC 9(4)V99.
	      03 FILLER        PIC X(39).
	   02 AuDespues        PIC X(60).
	   02 AuDespuesTarifa REDEFINES AuDespues.
	      03 AuDesArtID    PIC 9(7).
	      03 AuDesFecha    PIC 9(8).
	      03 AuDesPrecio   PIC 9(4)V99.
	      03 FILLER        PIC X(39).

   	FD InformeFile.
	01 InformeLine        PIC X(100).


	WORKING-STORAGE SECTION.

	01 StatAudit PIC X(02) VALUE SPACES.
	           88 AuditIniciado VALUE '00'.

	01 WParmDesde PIC X(8) VALUE SPACES.
	01 WParmHasta PIC X(8) VALUE SPACES.
	01 WParmFichero PIC X(8) VALUE SPACES.
	01 WParmClave PIC X(15) VALUE SPACES.

	01 WPeriodoDesde PIC 9(8) VALUE ZEROS.
	01 WPeriodoHasta PIC 9(8) VALUE 99999999.

	01 LongClave PIC 9(4) VALUE ZEROS.

	01 SwSeleccionado PIC X VALUE SPACES.
			88 Seleccionado VALUE '1'.

	01 VariacionPct PIC S9(5)V99.

	01 ContadoresAuditoria.
	   02 RegistrosLeidos    PIC 9(7) VALUE ZEROS.
	   02 RegistrosListados  PIC 9(7) VALUE ZEROS.
	   02 CambiosPrecio      PIC 9(7) VALUE ZEROS.

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

	01 InformeEnc.
	   02 FILLER          PIC X(26) VALUE "INFORME DE AUDITORIA      ".
	   02 FILLER          PIC X(7) VALUE "Fecha: ".
	   02 PrnFecha        PIC X(10) VALUE SPACES.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 FILLER          PIC X(6) VALUE "Hora: ".
	   02 PrnHora         PIC X(8) VALUE SPACES.

	01 InformeFiltro.
	   02 FILLER          PIC X(7) VALUE "Desde: ".
	   02 IfDesde         PIC 9(8).
	   02 FILLER          PIC X(9) VALUE "  Hasta: ".
	   02 IfHasta         PIC 9(8).
	   02 FILLER          PIC X(11) VALUE "  Fichero: ".
	   02 IfFichero       PIC X(8).
	   02 FILLER          PIC X(9) VALUE "  Clave: ".
	   02 IfClave         PIC X(15).

	01 InformeCab.
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(10) VALUE "Hora".
	   02 FILLER          PIC X(7) VALUE "Run".
	   02 FILLER          PIC X(10) VALUE "Operador".
	   02 FILLER          PIC X(10) VALUE "Fichero".
	   02 FILLER          PIC X(8) VALUE "Accion".
	   02 FILLER          PIC X(15) VALUE "Clave".

	01 InformeDetalle.
	   02 IdFecha         PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdHora          PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdRun           PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdOperador      PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdFichero       PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdAccion        PIC X(6).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 IdClave         PIC X(15).

	01 InformeImagen.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 IiRotulo        PIC X(9).
	   02 IiImagen        PIC X(60).

	01 PrecioTit PIC X(40) VALUE "CAMBIOS DE PRECIO EN TARIFAS.DAT".

	01 PrecioCab.
	   02 FILLER          PIC X(9) VALUE "ArtID".
	   02 FILLER          PIC X(10) VALUE "Vigencia".
	   02 FILLER          PIC X(12) VALUE "PrecioAnt".
	   02 FILLER          PIC X(12) VALUE "PrecioNuevo".
	   02 FILLER          PIC X(10) VALUE "%Cambio".
	   02 FILLER          PIC X(10) VALUE "Fecha".
	   02 FILLER          PIC X(7) VALUE "Run".
	   02 FILLER          PIC X(10) VALUE "Operador".
	   02 FILLER          PIC X(8) VALUE "Accion".

	01 PrecioDetalle.
	   02 PdArtID         PIC 9(7).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdVigencia      PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdPrecioAnt     PIC Z(3)9.99.
	   02 FILLER          PIC X(5) VALUE SPACES.
	   02 PdPrecioNuevo   PIC Z(3)9.99.
	   02 FILLER          PIC X(3) VALUE SPACES.
	   02 PdPct           PIC -(4)9.99.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdFecha         PIC 9(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdRun           PIC Z(4)9.
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdOperador      PIC X(8).
	   02 FILLER          PIC X(2) VALUE SPACES.
	   02 PdAccion        PIC X(6).

	01 InformeTotal.
	   02 FILLER          PIC X(24) VALUE "REGISTROS LISTADOS....: ".
	   02 ItListados      PIC Z(6)9.
	   02 FILLER          PIC X(4) VALUE SPACES.
	   02 FILLER          PIC X(24) VALUE "CAMBIOS DE PRECIO.....: ".
	   02 ItPrecios       PIC Z(6)9.

	PROCEDURE DIVISION.
		PERFORM ObtenParametros

		OPEN OUTPUT InformeFile
		WRITE InformeLine FROM InformeEnc
		WRITE InformeLine FROM InformeFiltro
		MOVE SPACES TO InformeLine
		WRITE InformeLine
		WRITE InformeLine FROM InformeCab

		PERFORM AbreAuditoria
		PERFORM UNTIL EndOfAuditFile
			ADD 1 TO RegistrosLeidos
			PERFORM SeleccionaRegistro
			IF Seleccionado
				PERFORM ImprimeMovimiento
			END-IF
			READ AuditFile
				AT END SET EndOfAuditFile TO TRUE
			END-READ
		END-PERFORM
		CLOSE AuditFile

		MOVE SPACES TO InformeLine
		WRITE InformeLine
		WRITE InformeLine FROM PrecioTit
		WRITE InformeLine FROM PrecioCab

		PERFORM AbreAuditoria
		PERFORM UNTIL EndOfAuditFile
			PERFORM SeleccionaRegistro
			IF Seleccionado AND AuFichero = "TARIFAS"
			AND (AuCambio OR (AuAlta AND AuAntes NOT = SPACES))
				PERFORM ImprimeCambioPrecio
			END-IF
			READ AuditFile
				AT END SET EndOfAuditFile TO TRUE
			END-READ
		END-PERFORM
		CLOSE AuditFile

		MOVE SPACES TO InformeLine
		WRITE InformeLine
		MOVE RegistrosListados TO ItListados
		MOVE CambiosPrecio TO ItPrecios
		WRITE InformeLine FROM InformeTotal

		CLOSE InformeFile

		DISPLAY "ListaAuditoria - LEIDOS: " RegistrosLeidos
			" LISTADOS: " RegistrosListados
			" CAMBIOS DE PRECIO: " CambiosPrecio

		STOP RUN.

	ObtenParametros.
		MOVE SPACES TO WParmDesde
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmDesde FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmDesde
		END-ACCEPT
		IF WParmDesde = "*"
			MOVE SPACES TO WParmDesde
		END-IF

		MOVE SPACES TO WParmHasta
		DISPLAY 2 UPON ARGUMENT-NUMBER
		ACCEPT WParmHasta FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmHasta
		END-ACCEPT
		IF WParmHasta = "*"
			MOVE SPACES TO WParmHasta
		END-IF

		IF WParmDesde NOT = SPACES
			IF WParmDesde IS NOT NUMERIC
				DISPLAY "ABEND ListaAuditoria - PARAMETRO DE PERIODO NO NUMERICO (AAAAMMDD): " WParmDesde
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WParmDesde TO WPeriodoDesde
		END-IF
		IF WParmHasta NOT = SPACES
			IF WParmHasta IS NOT NUMERIC
				DISPLAY "ABEND ListaAuditoria - PARAMETRO DE PERIODO NO NUMERICO (AAAAMMDD): " WParmHasta
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WParmHasta TO WPeriodoHasta
		END-IF

		MOVE SPACES TO WParmFichero
		DISPLAY 3 UPON ARGUMENT-NUMBER
		ACCEPT WParmFichero FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmFichero
		END-ACCEPT
		IF WParmFichero = "*"
			MOVE SPACES TO WParmFichero
		END-IF
		IF WParmFichero NOT = SPACES
		AND WParmFichero NOT = "USUARIOS"
		AND WParmFichero NOT = "TARIFAS"
		AND WParmFichero NOT = "PERIODOS"
			DISPLAY "ABEND ListaAuditoria - PARAMETRO DE FICHERO NO VALIDO (USUARIOS, TARIFAS, PERIODOS o *): " WParmFichero
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF

		MOVE SPACES TO WParmClave
		DISPLAY 4 UPON ARGUMENT-NUMBER
		ACCEPT WParmClave FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmClave
		END-ACCEPT
		IF WParmClave = "*"
			MOVE SPACES TO WParmClave
		END-IF
		MOVE 15 TO LongClave
		PERFORM UNTIL LongClave = ZEROS
		OR WParmClave(LongClave:1) NOT = SPACE
			SUBTRACT 1 FROM LongClave
		END-PERFORM

		MOVE WPeriodoDesde TO IfDesde
		MOVE WPeriodoHasta TO IfHasta
		MOVE WParmFichero TO IfFichero
		MOVE WParmClave TO IfClave
		IF WParmFichero = SPACES
			MOVE "*" TO IfFichero
		END-IF
		IF WParmClave = SPACES
			MOVE "*" TO IfClave
		END-IF

		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		STRING WDia "/" WMes "/" WAnio DELIMITED BY SIZE
			INTO PrnFecha
		STRING WHH ":" WMM ":" WSS DELIMITED BY SIZE
			INTO PrnHora.

	AbreAuditoria.
		OPEN INPUT AuditFile
		IF NOT AuditIniciado
			DISPLAY "ABEND ListaAuditoria - ERROR APERTURA AUDITORIA.DAT, STATUS " StatAudit
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		READ AuditFile
			AT END SET EndOfAuditFile TO TRUE
		END-READ.

	SeleccionaRegistro.
		SET Seleccionado TO TRUE
		IF AuFecha < WPeriodoDesde OR AuFecha > WPeriodoHasta
			MOVE SPACES TO SwSeleccionado
		END-IF
		IF WParmFichero NOT = SPACES AND AuFichero NOT = WParmFichero
			MOVE SPACES TO SwSeleccionado
		END-IF
		IF LongClave > ZEROS
			IF AuClave(1:LongClave) NOT = WParmClave(1:LongClave)
				MOVE SPACES TO SwSeleccionado
			END-IF
		END-IF.

	ImprimeMovimiento.
		MOVE AuFecha TO IdFecha
		MOVE SPACES TO IdHora
		STRING AuHH ":" AuMM ":" AuSS DELIMITED BY SIZE
			INTO IdHora
		MOVE AuRunNum TO IdRun
		MOVE AuOperador TO IdOperador
		MOVE AuFichero TO IdFichero
		PERFORM TextoAccion
		MOVE AuClave TO IdClave
		WRITE InformeLine FROM InformeDetalle
		IF AuAntes NOT = SPACES
			MOVE "ANTES  : " TO IiRotulo
			MOVE AuAntes TO IiImagen
			WRITE InformeLine FROM InformeImagen
		END-IF
		IF AuDespues NOT = SPACES
			MOVE "DESPUES: " TO IiRotulo
			MOVE AuDespues TO IiImagen
			WRITE InformeLine FROM InformeImagen
		END-IF
		ADD 1 TO RegistrosListados.

	TextoAccion.
		EVALUATE TRUE
			WHEN AuAlta
				MOVE "ALTA" TO IdAccion
			WHEN AuCambio
				MOVE "CAMBIO" TO IdAccion
			WHEN AuBaja
				MOVE "BAJA" TO IdAccion
			WHEN OTHER
				MOVE AuAccion TO IdAccion
		END-EVALUATE.

	ImprimeCambioPrecio.
		MOVE AuDesArtID TO PdArtID
		MOVE AuDesFecha TO PdVigencia
		MOVE AuAntPrecio TO PdPrecioAnt
		MOVE AuDesPrecio TO PdPrecioNuevo
		IF AuAntPrecio = ZEROS
			MOVE ZEROS TO VariacionPct
		ELSE
			COMPUTE VariacionPct ROUNDED =
				(AuDesPrecio - AuAntPrecio) * 100 / AuAntPrecio
		END-IF
		MOVE VariacionPct TO PdPct
		MOVE AuFecha TO PdFecha
		MOVE AuRunNum TO PdRun
		MOVE AuOperador TO PdOperador
		PERFORM TextoAccion
		MOVE IdAccion TO PdAccion
		WRITE InformeLine FROM PrecioDetalle
		ADD 1 TO CambiosPrecio.
