	*> status like BERNEMCO's CORR-STATUS: an order whose B-row is an
	*> overflow husk is flagged, not silently skipped, and the carried
	*> factor does not depend on the husk so later orders still
	*> compute.  One record per even order goes to BERNZOUT, between
	*> a lineage header (BERNLHDR) carrying this run's date and time
	*> and the BERNGCTL stamp of the generation it read, and a
	*> trailer (BERNLTRL) counting the orders by status.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

FD  ZETA-OUT-FILE.
01  ZETA-OUT-RECORD.
	05 ZOUT-REC-TYPE pic X.
		88 ZOUT-DETAIL-REC value "D".
	05 FILLER       pic X.
	05 ZOUT-ORDER   pic 9(3).
	05 FILLER       pic X.
	05 ZOUT-STATUS  pic X.
		88 ZOUT-OVERFLOWED value "O".
	05 FILLER       pic X.
	05 ZOUT-VALUE   pic 9V9(18).
01  ZOUT-LINEAGE-RECORD pic X(187).

WORKING-STORAGE SECTION.
	77 WS-OUT-STATUS pic X(2).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-ROW-COUNT pic 9(5) value 0.
	77 WS-FLAGGED-COUNT pic 9(5) value 0.
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	*> the BERNGCTL stamp is copied out of the record area before
	*> that file is closed; the lineage header is built after it.
	77 WS-GEN-STAT pic X value SPACE.
	77 WS-GEN-DATE pic 9(8) value 0.
	77 WS-GEN-TIME pic 9(6) value 0.
	77 WS-GEN-EXTENT pic 9(3) value 0.
	77 n pic 9(3).
	77 WS-EVEN-ORDER pic 9(3).
	*> (2*PI)**2 to the places the mantissa carries -- the one
	77 WS-ROW-OVERFLOW pic X.
		88 WS-ROW-BLOWN value "Y".
		88 WS-ROW-SOUND value "N".
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 WS-TABLE.
		05 B-ENTRY OCCURS 51 TIMES.
			COPY BERNTAB.

	01 WS-LINEAGE-HEADER.
		COPY BERNLHDR.
	01 WS-LINEAGE-TRAILER.
		COPY BERNLTRL.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-INITIALIZE
		PERFORM 2000-COMPUTE-ONE-ZETA
		add 1 to n
	end-perform
	PERFORM 3000-WRITE-LINEAGE-TRAILER
	CLOSE ZETA-OUT-FILE
	DISPLAY "BERNZETA: " WS-ROW-COUNT " EVEN ORDERS WRITTEN, "
		WS-FLAGGED-COUNT " FLAGGED"
	*> reads the whole BERNOUT generation back into the shared BERNTAB
	*> table layout, the same way the other consumers do, so the exact
	*> fractions -- not the truncated decimals -- drive every value.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	OPEN INPUT BERN-OUT-FILE
	IF WS-OUT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNOUT FOR INPUT (STATUS "
			WS-ZETA-STATUS ")"
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

1900-WRITE-LINEAGE-HEADER.
	*> BERNZETA always scans BERNOUT and takes no BERNPARM settings.
	MOVE SPACES TO WS-LINEAGE-HEADER
	set LH-HEADER-REC to true
	MOVE "BERNZETA"       TO LH-PROGRAM
	MOVE WS-RUN-DATE      TO LH-RUN-DATE
	MOVE WS-RUN-TIME      TO LH-RUN-TIME
	set LH-SOURCE-SCAN to true
	MOVE WS-GEN-STAT      TO LH-GEN-STATUS
	MOVE WS-GEN-DATE      TO LH-GEN-BUILD-DATE
	MOVE WS-GEN-TIME      TO LH-GEN-BUILD-TIME
	MOVE WS-GEN-EXTENT    TO LH-GEN-EXTENT
	MOVE 0                TO LH-MST-GEN-DATE
	MOVE 0                TO LH-MST-GEN-TIME
	MOVE "NONE"           TO LH-PARM-SETTINGS
	MOVE WS-LINEAGE-HEADER TO ZOUT-LINEAGE-RECORD
	WRITE ZOUT-LINEAGE-RECORD.

2000-COMPUTE-ONE-ZETA.
	COMPUTE WS-EVEN-ORDER = n * 2
	PERFORM 2100-ADVANCE-FACTOR
	COMPUTE WS-CHECK-SUB = WS-EVEN-ORDER + 1
	PERFORM 8100-CHECK-SUBSCRIPT
	MOVE SPACES TO ZETA-OUT-RECORD
	set ZOUT-DETAIL-REC to true
	MOVE WS-EVEN-ORDER TO ZOUT-ORDER
	MOVE 0 TO ZOUT-VALUE
	set WS-ROW-SOUND to true
		END-IF
	END-IF.

3000-WRITE-LINEAGE-TRAILER.
	MOVE SPACES TO WS-LINEAGE-TRAILER
	set LT-TRAILER-REC to true
	MOVE "BERNZETA"         TO LT-PROGRAM
	MOVE WS-ROW-COUNT       TO LT-RECORD-COUNT
	COMPUTE LT-COMPUTED-COUNT = WS-ROW-COUNT - WS-FLAGGED-COUNT
	MOVE 0                  TO LT-EXCEEDED-COUNT
	MOVE WS-FLAGGED-COUNT   TO LT-OVERFLOWED-COUNT
	MOVE 0                  TO LT-REJECTED-COUNT
	MOVE 0                  TO LT-NONPOSITIVE-COUNT
	MOVE 0                  TO LT-DIVERGENT-COUNT
	MOVE WS-LINEAGE-TRAILER TO ZOUT-LINEAGE-RECORD
	WRITE ZOUT-LINEAGE-RECORD.

8100-CHECK-SUBSCRIPT.
	IF WS-CHECK-SUB > WS-TABLE-MAX-ORDER + 1
		DISPLAY "FATAL: SUBSCRIPT " WS-CHECK-SUB
