       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNEXCP.

	*> callable exception-logging service: every check job that raises
	*> exceptions on its own SYSOUT also hands each one to this service,
	*> which appends it in the fixed BERNEXCR layout to the one shared
	*> BERNEXCP dataset -- the file the morning digest (BERNEXDG) is
	*> built from.  The run date and time are taken on the first call
	*> and kept for the rest of the run, the same way BERNPARM keeps
	*> its cards, so every record from one run carries one stamp.  The
	*> dataset is appended to, never rewritten, with the same
	*> EXTEND-else-create dance as the audit trail, and is opened and
	*> closed around each record so an abend later in the caller
	*> cannot take the exceptions already logged with it.  A dataset
	*> that cannot be written is reported once on SYSOUT and the
	*> service then stands aside for the rest of the run: the caller's
	*> verdict and its own SYSOUT listing matter more than the copy.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EXCEPTION-FILE ASSIGN TO "BERNEXCP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EXCP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
	COPY BERNEXCR.

WORKING-STORAGE SECTION.
	77 WS-EXCP-STATUS pic X(2).
	77 WS-STAMPED-FLAG pic X value "N".
		88 WS-STAMPED     value "Y".
		88 WS-NOT-STAMPED value "N".
	77 WS-USABLE-FLAG pic X value "Y".
		88 WS-FILE-USABLE   value "Y".
		88 WS-FILE-UNUSABLE value "N".
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).

LINKAGE SECTION.
01  BERNEXCP-PARMS.
	COPY BERNXLNK.

PROCEDURE DIVISION USING BERNEXCP-PARMS.
0000-SERVE-REQUEST.
	IF WS-NOT-STAMPED
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		ACCEPT WS-CLOCK FROM TIME
		COMPUTE WS-RUN-TIME =
			WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
		set WS-STAMPED to true
	END-IF
	set XL-NOT-LOGGED to true
	IF WS-FILE-USABLE
		PERFORM 1000-APPEND-RECORD
	END-IF
	GOBACK.

1000-APPEND-RECORD.
	OPEN EXTEND EXCEPTION-FILE
	IF WS-EXCP-STATUS = "35"
		OPEN OUTPUT EXCEPTION-FILE
	END-IF
	IF WS-EXCP-STATUS NOT = "00"
		DISPLAY "BERNEXCP: CANNOT OPEN BERNEXCP (STATUS "
			WS-EXCP-STATUS ") -- EXCEPTIONS FROM " XL-PROGRAM
			" ARE ON SYSOUT ONLY"
		set WS-FILE-UNUSABLE to true
	ELSE
		MOVE SPACES       TO EXCEPTION-RECORD
		MOVE XL-PROGRAM   TO EXC-PROGRAM
		MOVE WS-RUN-DATE  TO EXC-RUN-DATE
		MOVE WS-RUN-TIME  TO EXC-RUN-TIME
		MOVE XL-SEVERITY  TO EXC-SEVERITY
		MOVE XL-KEY-TYPE  TO EXC-KEY-TYPE
		MOVE XL-KEY       TO EXC-KEY
		MOVE XL-CLASS     TO EXC-CLASS
		MOVE XL-TEXT      TO EXC-TEXT
		WRITE EXCEPTION-RECORD
		IF WS-EXCP-STATUS NOT = "00"
			DISPLAY "BERNEXCP: CANNOT WRITE BERNEXCP (STATUS "
				WS-EXCP-STATUS ") -- EXCEPTIONS FROM " XL-PROGRAM
				" ARE ON SYSOUT ONLY"
			set WS-FILE-UNUSABLE to true
		ELSE
			set XL-LOGGED to true
		END-IF
		CLOSE EXCEPTION-FILE
	END-IF.
