		SELECT ErrTransFile ASSIGN TO "USRTRANS.ERR"
        ORGANIZATION IS LINE SEQUENTIAL.

		SELECT AuditFile ASSIGN TO "AUDITORIA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatAudit.

		SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StatRunCtl.

	DATA DIVISION.
	FILE SECTION.

	FD ErrTransFile.
	01 ErrTransLine       PIC X(60).

	FD AuditFile.
	01 AuditDetails.
	   02 AuFecha          PIC 9(8).
	   02 AuHora           PIC 9(8).
	   02 AuRunNum         PIC 9(5).
	   02 AuOperador       PIC X(8).
	   02 AuFichero        PIC X(8).
	   02 AuAccion         PIC X.
	   02 AuClave          PIC X(15).
	   02 AuAntes          PIC X(60).
	   02 AuDespues        PIC X(60).

	FD RunCtlFile.
	01 RunCtlDetails.
	    88 EndOfRunCtlFile VALUE HIGH-VALUES.
	   02 RcRunNum         PIC 9(5).
	   02 RcFecha          PIC 9(8).
	   02 RcHora           PIC 9(8).
	   02 RcNusr           PIC 9(4).
	   02 RcCasadas        PIC 9(7).
	   02 RcOmitidas       PIC 9(7).
	   02 RcHuerfanas      PIC 9(7).
	   02 RcGranTotal      PIC 9(13)V99.
	   02 RcRetCode        PIC 9(2).


	WORKING-STORAGE SECTION.

	           88 NuevoIniciado VALUE '00'.
	01 StatTrans    PIC X(02) VALUE SPACES.
	           88 TransIniciado VALUE '00'.
	01 StatAudit    PIC X(02) VALUE SPACES.
	01 StatRunCtl   PIC X(02) VALUE SPACES.

	01 FinRunCtl PIC X VALUE SPACES.
			88 NoHayMasRunCtl VALUE '1'.

	01 RunActual PIC 9(5) VALUE ZEROS.
	01 WParmOperador PIC X(8) VALUE SPACES.

	01 WFechaSistema PIC 9(8).
	01 WHoraSistema PIC 9(8).

	01 AudAccion PIC X.
	01 AudAntes PIC X(60).
	01 AudDespues PIC X(60).

	01 NuevoRegistro.
	   02 NrUserId       PIC X(8).
	   02 CambioCount     PIC 9(5) VALUE ZEROS.
	   02 BajaCount       PIC 9(5) VALUE ZEROS.
	   02 ErrorCount      PIC 9(5) VALUE ZEROS.
	   02 AuditCount      PIC 9(5) VALUE ZEROS.

	PROCEDURE DIVISION.
		OPEN INPUT UsuariosFile, TransFile.
			STOP RUN
		END-IF

		PERFORM IniciaAuditoria

		PERFORM LeeMaestro.
		PERFORM LeeTrans.


		PERFORM ImprimeResumenMant.

		CLOSE UsuariosFile, TransFile, NuevoMaestro, ErrTransFile,
			AuditFile.
		STOP RUN.

	IniciaAuditoria.
		MOVE SPACES TO WParmOperador
		DISPLAY 1 UPON ARGUMENT-NUMBER
		ACCEPT WParmOperador FROM ARGUMENT-VALUE
			ON EXCEPTION
				MOVE SPACES TO WParmOperador
		END-ACCEPT
		IF WParmOperador = SPACES OR WParmOperador = "*"
			MOVE "BATCH" TO WParmOperador
		END-IF
		ACCEPT WFechaSistema FROM DATE YYYYMMDD
		ACCEPT WHoraSistema FROM TIME
		PERFORM LeeRunCtl
		OPEN EXTEND AuditFile
		IF StatAudit = "35"
			OPEN OUTPUT AuditFile
		END-IF.

	LeeRunCtl.
		MOVE SPACES TO FinRunCtl
		OPEN INPUT RunCtlFile
		IF StatRunCtl = "35"
			CONTINUE
		ELSE
			READ RunCtlFile
				AT END SET NoHayMasRunCtl TO TRUE
			END-READ
			PERFORM UNTIL NoHayMasRunCtl
				MOVE RcRunNum TO RunActual
				READ RunCtlFile
					AT END SET NoHayMasRunCtl TO TRUE
				END-READ
			END-PERFORM
			CLOSE RunCtlFile
		END-IF.

	LeeMaestro.
		READ UsuariosFile
			AT END SET EndOfUsersFile TO TRUE
					MOVE TxTelefono TO NrTelefono
					PERFORM EscribeMaestro
					ADD 1 TO AltaCount
					MOVE "A" TO AudAccion
					MOVE SPACES TO AudAntes
					MOVE NuevoRegistro TO AudDespues
					PERFORM EscribeAuditoria
				ELSE
					MOVE "USUARIO NO EXISTE EN MAESTRO" TO ErrMotivo
					PERFORM EscribeErrorTrans
				EVALUATE TRUE
					WHEN TxBaja
						ADD 1 TO BajaCount
						MOVE "D" TO AudAccion
						MOVE UsuariosDetails TO AudAntes
						MOVE SPACES TO AudDespues
						PERFORM EscribeAuditoria

					WHEN TxCambio
						MOVE TxUserId TO NrUserId
						MOVE TxTelefono TO NrTelefono
						PERFORM EscribeMaestro
						ADD 1 TO CambioCount
						MOVE "C" TO AudAccion
						MOVE UsuariosDetails TO AudAntes
						MOVE NuevoRegistro TO AudDespues
						PERFORM EscribeAuditoria

					WHEN TxAlta
						MOVE "ALTA DUPLICADA EN MAESTRO" TO ErrMotivo
		WRITE ErrTransLine FROM ErrDetails
		ADD 1 TO ErrorCount.

	EscribeAuditoria.
		MOVE WFechaSistema TO AuFecha
		MOVE WHoraSistema TO AuHora
		MOVE RunActual TO AuRunNum
		MOVE WParmOperador TO AuOperador
		MOVE "USUARIOS" TO AuFichero
		MOVE AudAccion TO AuAccion
		MOVE TxUserId TO AuClave
		MOVE AudAntes TO AuAntes
		MOVE AudDespues TO AuDespues
		WRITE AuditDetails
		ADD 1 TO AuditCount.

	ImprimeResumenMant.
		DISPLAY "MantUsuarios - ALTAS: " AltaCount
			" CAMBIOS: " CambioCount
			" BAJAS: " BajaCount
			" RECHAZADAS: " ErrorCount
			" AUDITADAS: " AuditCount.
