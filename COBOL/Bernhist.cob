	*> audit record's row count is also reconciled against the actual
	*> record count in the current BERNOUT.  Ends RC=0 when the trail
	*> is unremarkable and RC=8 when the exception section has
	*> anything in it, so the scheduler can page somebody.  Every
	*> exception is also appended to the shared exception dataset
	*> through BERNEXCP, keyed by the audited run's date and time, for
	*> the morning digest (BERNEXDG).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
	77 WS-DROPPED-EXCEPTIONS pic 9(5) value 0.
	77 WS-EXCEPTION-MAX pic 9(3) value 200.
	77 WS-EXC-IDX pic 9(3).
	77 WS-EXC-CLASS pic X(8).
	77 WS-PREV-DATE pic 9(8) value 0.
	77 WS-PREV-TIME pic 9(6) value 0.
	77 WS-PREV-ROW-COUNT pic 9(3) value 0.
	01 WS-EXCEPTION-TABLE.
		05 WS-EXCEPTION-LINE pic X(80) OCCURS 200 TIMES.

	*> the audited run an exception is about, as BERNEXCP's key
	*> (yyyymmddhhmmss); WS-EXC-CLASS is the code it goes under.
	01 WS-EXC-KEY.
		05 WS-EXC-KEY-DATE   pic 9(8).
		05 WS-EXC-KEY-TIME   pic 9(6).

	01 WS-EXC-WORK.
		05 FILLER            pic X(2) value spaces.
		05 WS-EXC-DATE       pic 9999/99/99.

	01 BERNPARM-PARMS.
		COPY BERNPLNK.
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
		END-IF
		IF AUDIT-ROW-COUNT < WS-PREV-ROW-COUNT
			MOVE "** ROW COUNT FELL FROM PRIOR RUN" TO WS-DTL-NOTE
			MOVE AUDIT-RUN-DATE TO WS-EXC-KEY-DATE
			MOVE AUDIT-RUN-TIME TO WS-EXC-KEY-TIME
			MOVE "ROW COUNT REGRESSION -- TABLE EXTENT SHRANK"
				TO WS-EXC-TEXT
			MOVE "ROWDROP" TO WS-EXC-CLASS
			PERFORM 2200-RECORD-EXCEPTION
		END-IF
	END-IF
	*> written, then printed together at the bottom.  The table is
	*> deliberately finite; if a trail is so bad it fills, the report
	*> says how many more there were instead of pretending otherwise.
	*> The caller fills WS-EXC-KEY, WS-EXC-TEXT and WS-EXC-CLASS.
	*> The shared exception dataset gets every one, table room or not.
	MOVE WS-EXC-KEY-DATE TO WS-EXC-DATE
	MOVE WS-EXC-KEY-TIME TO WS-EXC-TIME
	set XL-ERROR to true
	set XL-KEY-RUN to true
	MOVE WS-EXC-KEY TO XL-KEY
	MOVE WS-EXC-CLASS TO XL-CLASS
	MOVE WS-EXC-TEXT TO XL-TEXT
	MOVE "BERNHIST" TO XL-PROGRAM
	CALL "BERNEXCP" USING BERNEXCP-PARMS
	IF WS-EXCEPTION-COUNT < WS-EXCEPTION-MAX
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE WS-EXC-WORK TO WS-EXCEPTION-LINE (WS-EXCEPTION-COUNT)
			TO WS-RECON-TEXT
		MOVE WS-LATEST-ROW-COUNT TO WS-RECON-AUDIT
		MOVE 0 TO WS-RECON-ACTUAL
		MOVE WS-PREV-DATE TO WS-EXC-KEY-DATE
		MOVE WS-PREV-TIME TO WS-EXC-KEY-TIME
		MOVE "NO CURRENT BERNOUT TO RECONCILE AGAINST"
			TO WS-EXC-TEXT
		MOVE "NOBERNOU" TO WS-EXC-CLASS
		PERFORM 2200-RECORD-EXCEPTION
	ELSE
		perform until WS-OUT-STATUS = "10"
		MOVE WS-ACTUAL-ROW-COUNT TO WS-RECON-ACTUAL
		IF WS-RUN-COUNT > 0
			AND WS-LATEST-ROW-COUNT NOT = WS-ACTUAL-ROW-COUNT
			MOVE WS-PREV-DATE TO WS-EXC-KEY-DATE
			MOVE WS-PREV-TIME TO WS-EXC-KEY-TIME
			MOVE "AUDIT ROW COUNT DOES NOT MATCH CURRENT BERNOUT"
				TO WS-EXC-TEXT
			MOVE "ROWCOUNT" TO WS-EXC-CLASS
			PERFORM 2200-RECORD-EXCEPTION
		END-IF
	END-IF
