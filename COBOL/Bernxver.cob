	*> received.  Ends RC=0 when everything agrees and RC=8 on any
	*> mismatch, so a transfer that dropped, doubled or damaged a
	*> record is caught at the receiving dock instead of three review
	*> cycles later.  Each mismatch is also appended to the shared
	*> exception dataset through BERNEXCP for the morning digest
	*> (BERNEXDG), keyed by the received record's number where the
	*> mismatch is about one record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
WORKING-STORAGE SECTION.
	77 WS-RCV-STATUS pic X(2).
	77 WS-ROW-COUNT pic 9(5) value 0.
	*> every record read, of any type -- the key a mismatch about one
	*> received record is logged under.
	77 WS-RECORD-NUMBER pic 9(7) value 0.
	77 WS-HIGH-ORDER pic 9(3) value 0.
	77 WS-NUM-HASH pic 9(18) value 0.
	77 WS-DEN-HASH pic 9(18) value 0.
		05 XVT-SEP-3      pic X.
		05 XVT-DEN-HASH   pic 9(18).

	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	DISPLAY "BERNXVER: VERIFYING RECEIVED TRANSMISSION COPY"
	STOP RUN.

2000-DIGEST-RECORD.
	ADD 1 TO WS-RECORD-NUMBER
	MOVE RECEIVED-RECORD TO WS-XVER-TYPE-VIEW
	IF WS-RCV-TYPE = "H"
		PERFORM 2100-DIGEST-HEADER
				DISPLAY "RECORD TYPE '" WS-RCV-TYPE
					"' IS NOT H, D OR T ** MISMATCH"
				ADD 1 TO WS-MISMATCH-COUNT
				MOVE "RECTYPE" TO XL-CLASS
				MOVE SPACES TO XL-TEXT
				STRING "RECORD TYPE '" WS-RCV-TYPE "' IS NOT H, D OR T"
					DELIMITED BY SIZE INTO XL-TEXT
				PERFORM 2900-LOG-RECORD-MISMATCH
			END-IF
		END-IF
	END-IF.
	IF WS-HEADER-SEEN
		DISPLAY "SECOND HEADER RECORD RECEIVED ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "DUPHDR" TO XL-CLASS
		MOVE "SECOND HEADER RECORD RECEIVED" TO XL-TEXT
		PERFORM 2900-LOG-RECORD-MISMATCH
	END-IF
	set WS-HEADER-SEEN to true
	MOVE RECEIVED-RECORD TO WS-XVER-HEADER
		DISPLAY "DETAIL RECORD " WS-ROW-COUNT
			" SEPARATORS DAMAGED ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "SEPDAMAG" TO XL-CLASS
		MOVE "DETAIL RECORD SEPARATORS DAMAGED" TO XL-TEXT
		PERFORM 2900-LOG-RECORD-MISMATCH
	END-IF
	ADD 1 TO WS-ROW-COUNT
	IF XVD-ORDER > WS-HIGH-ORDER
	IF WS-TRAILER-SEEN
		DISPLAY "SECOND TRAILER RECORD RECEIVED ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "DUPTRL" TO XL-CLASS
		MOVE "SECOND TRAILER RECORD RECEIVED" TO XL-TEXT
		PERFORM 2900-LOG-RECORD-MISMATCH
	END-IF
	set WS-TRAILER-SEEN to true
	MOVE RECEIVED-RECORD TO WS-XVER-TRAILER
		DISPLAY "TRAILER COUNT " XVT-COUNT
			" VS RECEIVED COUNT " WS-ROW-COUNT " ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "TRLCOUNT" TO XL-CLASS
		MOVE SPACES TO XL-TEXT
		STRING "TRAILER COUNT " XVT-COUNT " VS RECEIVED COUNT "
			WS-ROW-COUNT DELIMITED BY SIZE INTO XL-TEXT
		PERFORM 2950-LOG-FILE-MISMATCH
	END-IF
	IF XVT-NUM-HASH NOT = WS-NUM-HASH
		DISPLAY "TRAILER NUM HASH " XVT-NUM-HASH
			" VS RECOMPUTED " WS-NUM-HASH " ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "NUMHASH" TO XL-CLASS
		MOVE "TRAILER NUMERATOR HASH DISAGREES WITH RECOMPUTED HASH"
			TO XL-TEXT
		PERFORM 2950-LOG-FILE-MISMATCH
	END-IF
	IF XVT-DEN-HASH NOT = WS-DEN-HASH
		DISPLAY "TRAILER DEN HASH " XVT-DEN-HASH
			" VS RECOMPUTED " WS-DEN-HASH " ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "DENHASH" TO XL-CLASS
		MOVE "TRAILER DENOMINATOR HASH DISAGREES WITH RECOMPUTED HASH"
			TO XL-TEXT
		PERFORM 2950-LOG-FILE-MISMATCH
	END-IF.

2900-LOG-RECORD-MISMATCH.
	set XL-KEY-RECORD to true
	MOVE WS-RECORD-NUMBER TO XL-KEY
	PERFORM 2990-LOG-EXCEPTION.

2950-LOG-FILE-MISMATCH.
	set XL-KEY-NONE to true
	MOVE SPACES TO XL-KEY
	PERFORM 2990-LOG-EXCEPTION.

2990-LOG-EXCEPTION.
	*> caller has filled key, class and text; every mismatch fails
	*> the receipt.  A dataset that cannot be written is BERNEXCP's
	*> to report, not ours.
	MOVE "BERNXVER" TO XL-PROGRAM
	set XL-ERROR to true
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

3000-WRAP-UP.
	IF NOT WS-HEADER-SEEN
		DISPLAY "NO HEADER RECORD RECEIVED ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "NOHEADER" TO XL-CLASS
		MOVE "NO HEADER RECORD RECEIVED" TO XL-TEXT
		PERFORM 2950-LOG-FILE-MISMATCH
	ELSE
		IF XVH-EXTENT NOT = WS-HIGH-ORDER
			DISPLAY "HEADER EXTENT " XVH-EXTENT
				" VS HIGHEST ORDER RECEIVED " WS-HIGH-ORDER
				" ** MISMATCH"
			ADD 1 TO WS-MISMATCH-COUNT
			MOVE "EXTENT" TO XL-CLASS
			MOVE SPACES TO XL-TEXT
			STRING "HEADER EXTENT " XVH-EXTENT
				" VS HIGHEST ORDER RECEIVED " WS-HIGH-ORDER
				DELIMITED BY SIZE INTO XL-TEXT
			PERFORM 2950-LOG-FILE-MISMATCH
		END-IF
	END-IF
	IF NOT WS-TRAILER-SEEN
		DISPLAY "NO TRAILER RECORD RECEIVED ** MISMATCH"
		ADD 1 TO WS-MISMATCH-COUNT
		MOVE "NOTRAILR" TO XL-CLASS
		MOVE "NO TRAILER RECORD RECEIVED" TO XL-TEXT
		PERFORM 2950-LOG-FILE-MISMATCH
	END-IF
	DISPLAY "BERNXVER: " WS-ROW-COUNT " DETAIL RECORDS, "
		WS-MISMATCH-COUNT " MISMATCHES"
