	*> day.  The fetched rows' MST-GEN-DATE/MST-GEN-TIME stamps must
	*> all match -- rows from two different loads mean a
	*> half-reloaded master, and the run fails rather than mix them.
	*> BERNPOUT opens with a lineage header (BERNLHDR) -- run date
	*> and time, table source, the BERNGCTL stamp behind the table,
	*> the master's load stamp in keyed mode, the effective BERNPARM
	*> settings -- and closes with a trailer (BERNLTRL) counting the
	*> requests by status.  In keyed mode the BERNGCTL stamp is the
	*> one standing at run time, recorded but not fenced on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  POLY-OUT-FILE.
01  POLY-OUT-RECORD.
	05 POUT-REC-TYPE  pic X.
		88 POUT-DETAIL-REC value "D".
	05 FILLER         pic X.
	05 POUT-ORDER     pic 9(3).
	05 FILLER         pic X.
	05 POUT-ARG-SIGN  pic X.
		88 POUT-OVERFLOWED      value "O".
	05 FILLER         pic X.
	05 POUT-VALUE     pic S9(18)V9(15).
01  POUT-LINEAGE-RECORD pic X(187).

WORKING-STORAGE SECTION.
	77 WS-REQ-STATUS pic X(2).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-REQUEST-COUNT pic 9(5) value 0.
	77 WS-FLAGGED-COUNT pic 9(5) value 0.
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-COMPUTED-COUNT pic 9(7) value 0.
	77 WS-EXCEEDED-COUNT pic 9(7) value 0.
	77 WS-OVERFLOWED-COUNT pic 9(7) value 0.
	*> the BERNGCTL stamp is copied out of the record area before
	*> that file is closed; the lineage header is built after it.
	77 WS-GEN-STAT pic X value SPACE.
	77 WS-GEN-DATE pic 9(8) value 0.
	77 WS-GEN-TIME pic 9(6) value 0.
	77 WS-GEN-EXTENT pic 9(3) value 0.
	77 WS-KEYED-SETTING pic 9 value 0.
	77 WS-PARM-SETTINGS pic X(120) value SPACES.
	77 n pic 9(3).
	77 j pic 9(3).
	77 WS-ARG pic S9(3)V9(7).
	77 WS-FETCH-FLAG pic X.
		88 WS-FETCH-CLEAN  value "Y".
		88 WS-FETCH-FAILED value "N".
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 WS-TABLE.
		05 B-ENTRY OCCURS 51 TIMES.
			COPY BERNTAB.
	01 BERNPARM-PARMS.
		COPY BERNPLNK.

	01 WS-LINEAGE-HEADER.
		COPY BERNLHDR.
	01 WS-LINEAGE-TRAILER.
		COPY BERNLTRL.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-FETCH-PARAMETERS
		END-READ
	end-perform
	CLOSE REQUEST-FILE
	PERFORM 3000-WRITE-LINEAGE-TRAILER
	CLOSE POLY-OUT-FILE
	IF WS-KEYED-ACCESS
		CLOSE BERN-MASTER-FILE
		END-IF
	ELSE
		DISPLAY "BERNPOLY: TABLE ACCESS SEQUENTIAL (DEFAULT)"
	END-IF
	IF WS-KEYED-ACCESS
		move 1 to WS-KEYED-SETTING
	END-IF
	STRING "KEYED-TABLE-FETCH=" WS-KEYED-SETTING
		DELIMITED BY SIZE INTO WS-PARM-SETTINGS.

1000-INITIALIZE.
	*> seed B(0) = 1 exactly as a fresh build would -- BERNOUT only
	*> to B(0) on every request.  In keyed mode that seed is the one
	*> table slot no master fetch will ever fill, so it is marked
	*> fetched up front.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	move 1 to B (1)
	move 1 to B-NUMERATOR (1)
	move 1 to B-DENOMINATOR (1)
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		*> the lineage header goes out before any request is read,
		*> so order 1 is fetched up front to learn the master's load
		*> stamp.
		set WS-FETCH-CLEAN to true
		move 1 to WS-FETCH-ORDER
		PERFORM 2060-FETCH-ONE-ORDER
		PERFORM 1060-NOTE-GENERATION
	ELSE
		PERFORM 1100-LOAD-BERN-TABLE
		PERFORM 1050-CHECK-GENERATION
			WS-POLY-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1900-WRITE-LINEAGE-HEADER.

1050-CHECK-GENERATION.
	*> the generation-control record is the fence against consuming
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE GEN-STATUS     TO WS-GEN-STAT
	MOVE GEN-BUILD-DATE TO WS-GEN-DATE
	MOVE GEN-BUILD-TIME TO WS-GEN-TIME
	MOVE GEN-EXTENT     TO WS-GEN-EXTENT
	CLOSE GEN-CONTROL-FILE.

1060-NOTE-GENERATION.
	*> keyed mode: the BERNGCTL stamp standing at run time goes on
	*> the lineage header for the record only -- a missing or empty
	*> dataset leaves the header's stamp blank rather than failing a
	*> run that never needed it.
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS = "00"
		READ GEN-CONTROL-FILE
			AT END
				CONTINUE
			NOT AT END
				MOVE GEN-STATUS     TO WS-GEN-STAT
				MOVE GEN-BUILD-DATE TO WS-GEN-DATE
				MOVE GEN-BUILD-TIME TO WS-GEN-TIME
				MOVE GEN-EXTENT     TO WS-GEN-EXTENT
		END-READ
		CLOSE GEN-CONTROL-FILE
	END-IF
	IF WS-GEN-STAT = SPACE
		DISPLAY "BERNPOLY: NO BERNGCTL STAMP FOR THE LINEAGE HEADER"
	END-IF.

1100-LOAD-BERN-TABLE.
	*> sequential mode: the whole BERNOUT generation front to back
	*> into the shared BERNTAB layout, as this job has always done.
		STOP RUN
	END-IF.

1900-WRITE-LINEAGE-HEADER.
	MOVE SPACES TO WS-LINEAGE-HEADER
	set LH-HEADER-REC to true
	MOVE "BERNPOLY"       TO LH-PROGRAM
	MOVE WS-RUN-DATE      TO LH-RUN-DATE
	MOVE WS-RUN-TIME      TO LH-RUN-TIME
	IF WS-KEYED-ACCESS
		set LH-SOURCE-KEYED to true
	ELSE
		set LH-SOURCE-SCAN to true
	END-IF
	MOVE WS-GEN-STAT      TO LH-GEN-STATUS
	MOVE WS-GEN-DATE      TO LH-GEN-BUILD-DATE
	MOVE WS-GEN-TIME      TO LH-GEN-BUILD-TIME
	MOVE WS-GEN-EXTENT    TO LH-GEN-EXTENT
	MOVE WS-MST-GEN-DATE  TO LH-MST-GEN-DATE
	MOVE WS-MST-GEN-TIME  TO LH-MST-GEN-TIME
	MOVE WS-PARM-SETTINGS TO LH-PARM-SETTINGS
	MOVE WS-LINEAGE-HEADER TO POUT-LINEAGE-RECORD
	WRITE POUT-LINEAGE-RECORD.

2000-PROCESS-REQUEST.
	MOVE SPACES TO POLY-OUT-RECORD
	set POUT-DETAIL-REC to true
	MOVE PREQ-ORDER    TO POUT-ORDER
	MOVE PREQ-ARG-SIGN TO POUT-ARG-SIGN
	MOVE PREQ-ARG      TO POUT-ARG
		DISPLAY "BERNPOLY: REQUEST " WS-REQUEST-COUNT
			" FLAGGED, STATUS " POUT-STATUS
	END-IF
	EVALUATE TRUE
		WHEN POUT-COMPUTED
			ADD 1 TO WS-COMPUTED-COUNT
		WHEN POUT-ORDER-EXCEEDED
			ADD 1 TO WS-EXCEEDED-COUNT
		WHEN POUT-OVERFLOWED
			ADD 1 TO WS-OVERFLOWED-COUNT
	END-EVALUATE
	WRITE POLY-OUT-RECORD.

2050-FETCH-NEEDED-ORDERS.
		MOVE WS-POLY-VALUE TO POUT-VALUE
	END-IF.

3000-WRITE-LINEAGE-TRAILER.
	MOVE SPACES TO WS-LINEAGE-TRAILER
	set LT-TRAILER-REC to true
	MOVE "BERNPOLY"          TO LT-PROGRAM
	MOVE WS-REQUEST-COUNT    TO LT-RECORD-COUNT
	MOVE WS-COMPUTED-COUNT   TO LT-COMPUTED-COUNT
	MOVE WS-EXCEEDED-COUNT   TO LT-EXCEEDED-COUNT
	MOVE WS-OVERFLOWED-COUNT TO LT-OVERFLOWED-COUNT
	MOVE 0                   TO LT-REJECTED-COUNT
	MOVE 0                   TO LT-NONPOSITIVE-COUNT
	MOVE 0                   TO LT-DIVERGENT-COUNT
	MOVE WS-LINEAGE-TRAILER  TO POUT-LINEAGE-RECORD
	WRITE POUT-LINEAGE-RECORD.

8100-CHECK-SUBSCRIPT.
	IF WS-CHECK-SUB > WS-TABLE-MAX-ORDER + 1
		DISPLAY "FATAL: SUBSCRIPT " WS-CHECK-SUB
