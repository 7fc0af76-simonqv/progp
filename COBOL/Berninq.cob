       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNINQ.

	*> online inquiry for the desk: "what is B(22)" and "what did
	*> scenario X come out at last night" answered on one screen
	*> instead of by browsing BERNRPT listings and SYSOUT.  Three
	*> lookups, picked by the function code:
	*>     1  an order -- its BERNMST row: decimal value, exact
	*>        fraction, overflow flag and MST-GEN load stamp;
	*>     2  a scenario ID -- its BERNSMST definition next to its
	*>        latest BERNEMCO row (the last detail row for that ID on
	*>        the file, with the run stamp off the file's lineage
	*>        header);
	*>     3  the BERNGCTL generation status -- BUILT, CERTIFIED or
	*>        CLEARED -- so the caller knows whether the pack may be
	*>        used before quoting a number out of it.
	*> The order lookup repeats the generation status on its last
	*> line for the same reason.  An order that is not on the loaded
	*> master is answered in so many words, with the highest order
	*> the master does carry.  Strictly read-only: every file is
	*> opened for input only, for the one lookup, and closed again,
	*> so an answer always reflects what is on disk at that moment
	*> and the screen never holds a file the nightly chain wants.
	*> Function X leaves the transaction.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BERN-MASTER-FILE ASSIGN TO "BERNMST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MST-ORDER
		FILE STATUS IS WS-MST-STATUS.

	SELECT SCENARIO-MASTER-FILE ASSIGN TO "BERNSMST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS SCM-ID
		FILE STATUS IS WS-SMST-STATUS.

	SELECT CORRECTED-FILE ASSIGN TO "BERNEMCO"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EMCO-STATUS.

	SELECT GEN-CONTROL-FILE ASSIGN TO "BERNGCTL"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BERN-MASTER-FILE.
01  BERN-MASTER-RECORD.
	COPY BERNMSTR.

FD  SCENARIO-MASTER-FILE.
01  SCENARIO-MASTER-RECORD.
	COPY BERNSCMR.

FD  CORRECTED-FILE.
01  CORRECTED-RECORD.
	05 ICOR-REC-TYPE        pic X.
		88 ICOR-HEADER-REC      value "H".
		88 ICOR-DETAIL-REC      value "D".
	05 FILLER               pic X.
	05 ICOR-SCEN-ID         pic X(8).
	05 FILLER               pic X(110).
01  CORR-LINEAGE-RECORD     pic X(187).

FD  GEN-CONTROL-FILE
	RECORDING MODE IS F.
01  GEN-CONTROL-RECORD.
	COPY BERNGENR.

WORKING-STORAGE SECTION.
	77 WS-MST-STATUS pic X(2).
	77 WS-SMST-STATUS pic X(2).
	77 WS-EMCO-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-MST-EXTENT pic 9(3).
	77 WS-MST-ROWS pic 9(3).
	77 WS-RUN-DATE pic 9(8).
	77 WS-INQ-FUNCTION pic X value SPACE.
		88 WS-INQ-ORDER    value "1".
		88 WS-INQ-SCENARIO value "2".
		88 WS-INQ-STATUS   value "3".
		88 WS-INQ-EXIT     value "X" "x".
	77 WS-INQ-ORDER-KEY pic 9(3) value 0.
	77 WS-INQ-SCEN-KEY pic X(8) value SPACES.
	77 WS-INQ-MESSAGE pic X(78) value SPACES.
	77 WS-CORR-FOUND-FLAG pic X.
		88 WS-CORR-FOUND     value "Y".
		88 WS-CORR-NOT-FOUND value "N".
	77 WS-CORR-RUN-DATE pic 9(8).
	77 WS-CORR-RUN-TIME pic 9(6).
	77 WS-STATUS-TEXT pic X(50).
	77 WS-GEN-READ-FLAG pic X.
		88 WS-GEN-READ     value "Y".
		88 WS-GEN-NOT-READ value "N".
	77 WS-GEN-STAT pic X.
		88 WS-GEN-BUILT     value "B".
		88 WS-GEN-CERTIFIED value "C".
		88 WS-GEN-CLEARED   value "R".
	77 WS-GEN-DATE pic 9(8).
	77 WS-GEN-TIME pic 9(6).
	77 WS-GEN-EXTENT pic 9(3).
	*> the last BERNEMCO detail row for the scenario, held while the
	*> rest of the file is read past it -- BERNEMC's CORRECTED-RECORD
	*> layout.
	01 WS-CORR-ROW.
		05 WS-CORR-REC-TYPE        pic X.
		05 FILLER                  pic X.
		05 WS-CORR-SCEN-ID         pic X(8).
		05 FILLER                  pic X.
		05 WS-CORR-RATE            pic 9V9(7).
		05 FILLER                  pic X.
		05 WS-CORR-PERIODS         pic 9(3).
		05 FILLER                  pic X.
		05 WS-CORR-HORIZON         pic 9(3).
		05 FILLER                  pic X.
		05 WS-CORR-ORDER           pic 9(3).
		05 FILLER                  pic X.
		05 WS-CORR-STATUS          pic X.
			88 WS-CORR-COMPUTED        value "C".
		05 FILLER                  pic X.
		05 WS-CORR-FACTOR          pic S9(3)V9(15).
		05 FILLER                  pic X.
		05 WS-CORR-CORRECTED-RATE  pic S9(3)V9(7).
		05 FILLER                  pic X.
		05 WS-CORR-ACCUM-VALUE     pic S9(18)V9(9).
		05 FILLER                  pic X.
		05 WS-CORR-TRUNC-BOUND     pic 9(3)V9(18).
		05 FILLER                  pic X.
		05 WS-CORR-RECOMMENDED-ORDER pic 9(3).
		05 FILLER                  pic X.
		05 WS-CORR-ORDER-FLAG      pic X.
	01 WS-LINEAGE-HEADER.
		COPY BERNLHDR.
	*> the answer area the screen shows, one line per entry.
	01 WS-RESULT-AREA.
		05 WS-RESULT-LINE pic X(78) OCCURS 14 TIMES.
	*> edited views of the numbers the lookups show.
	77 WS-ED-ORDER pic ZZ9.
	77 WS-ED-VALUE pic -(25)9.9(6).
	77 WS-ED-NUMERATOR pic -(31)9.
	77 WS-ED-DENOMINATOR pic Z(17)9.
	77 WS-ED-RATE pic 9.9(7).
	77 WS-ED-FACTOR pic -(3)9.9(15).
	77 WS-ED-CORR-RATE pic -(3)9.9(7).
	77 WS-ED-ACCUM pic -(18)9.9(9).
	77 WS-ED-BOUND pic ZZ9.9(18).

SCREEN SECTION.
01  INQ-SCREEN.
	05 BLANK SCREEN.
	05 LINE 1 COL 2 VALUE "BERNINQ".
	05 LINE 1 COL 24 VALUE "BERNOULLI TABLE AND SCENARIO INQUIRY".
	05 LINE 1 COL 71 PIC 9(8) FROM WS-RUN-DATE.
	05 LINE 3 COL 2 VALUE "FUNCTION".
	05 LINE 3 COL 12 PIC X USING WS-INQ-FUNCTION.
	05 LINE 3 COL 16
		VALUE "1 ORDER   2 SCENARIO   3 GENERATION STATUS   X EXIT".
	05 LINE 4 COL 2 VALUE "ORDER".
	05 LINE 4 COL 12 PIC 9(3) USING WS-INQ-ORDER-KEY.
	05 LINE 4 COL 24 VALUE "SCENARIO ID".
	05 LINE 4 COL 37 PIC X(8) USING WS-INQ-SCEN-KEY.
	05 LINE 6 COL 2 PIC X(78) FROM WS-RESULT-LINE (1).
	05 LINE 7 COL 2 PIC X(78) FROM WS-RESULT-LINE (2).
	05 LINE 8 COL 2 PIC X(78) FROM WS-RESULT-LINE (3).
	05 LINE 9 COL 2 PIC X(78) FROM WS-RESULT-LINE (4).
	05 LINE 10 COL 2 PIC X(78) FROM WS-RESULT-LINE (5).
	05 LINE 11 COL 2 PIC X(78) FROM WS-RESULT-LINE (6).
	05 LINE 12 COL 2 PIC X(78) FROM WS-RESULT-LINE (7).
	05 LINE 13 COL 2 PIC X(78) FROM WS-RESULT-LINE (8).
	05 LINE 14 COL 2 PIC X(78) FROM WS-RESULT-LINE (9).
	05 LINE 15 COL 2 PIC X(78) FROM WS-RESULT-LINE (10).
	05 LINE 16 COL 2 PIC X(78) FROM WS-RESULT-LINE (11).
	05 LINE 17 COL 2 PIC X(78) FROM WS-RESULT-LINE (12).
	05 LINE 18 COL 2 PIC X(78) FROM WS-RESULT-LINE (13).
	05 LINE 19 COL 2 PIC X(78) FROM WS-RESULT-LINE (14).
	05 LINE 22 COL 2 PIC X(78) FROM WS-INQ-MESSAGE.
	05 LINE 24 COL 2
		VALUE "KEY A FUNCTION AND ITS ORDER OR SCENARIO ID, THEN ENTER".

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	MOVE SPACES TO WS-RESULT-AREA
	MOVE "READ-ONLY INQUIRY -- NOTHING ON THIS SCREEN CHANGES ANY FILE"
		TO WS-INQ-MESSAGE
	perform until WS-INQ-EXIT
		DISPLAY INQ-SCREEN
		ACCEPT INQ-SCREEN
		MOVE SPACES TO WS-RESULT-AREA
		MOVE SPACES TO WS-INQ-MESSAGE
		EVALUATE TRUE
			WHEN WS-INQ-ORDER
				PERFORM 1000-INQUIRE-ORDER
			WHEN WS-INQ-SCENARIO
				PERFORM 2000-INQUIRE-SCENARIO
			WHEN WS-INQ-STATUS
				PERFORM 3000-INQUIRE-GENERATION
			WHEN WS-INQ-EXIT
				CONTINUE
			WHEN OTHER
				MOVE "FUNCTION MUST BE 1, 2, 3 OR X" TO WS-INQ-MESSAGE
		END-EVALUATE
	end-perform
	STOP RUN.

1000-INQUIRE-ORDER.
	MOVE WS-INQ-ORDER-KEY TO WS-ED-ORDER
	IF WS-INQ-ORDER-KEY > WS-TABLE-MAX-ORDER
		STRING "ORDER " WS-ED-ORDER " IS BEYOND THE TABLE -- "
			"NO GENERATION CARRIES ORDERS PAST "
			WS-TABLE-MAX-ORDER
			DELIMITED BY SIZE INTO WS-INQ-MESSAGE
	ELSE
		OPEN INPUT BERN-MASTER-FILE
		IF WS-MST-STATUS NOT = "00"
			STRING "BERNMST IS NOT AVAILABLE (STATUS " WS-MST-STATUS
				") -- NO MASTER IS LOADED"
				DELIMITED BY SIZE INTO WS-INQ-MESSAGE
		ELSE
			MOVE WS-INQ-ORDER-KEY TO MST-ORDER
			READ BERN-MASTER-FILE
				INVALID KEY
					PERFORM 1200-FIND-MASTER-EXTENT
					IF WS-MST-ROWS = 0
						STRING "ORDER " WS-ED-ORDER
							" IS NOT ON THE LOADED MASTER -- BERNMST IS EMPTY"
							DELIMITED BY SIZE INTO WS-INQ-MESSAGE
					ELSE
						STRING "ORDER " WS-ED-ORDER
							" IS NOT ON THE LOADED MASTER -- HIGHEST ORDER"
							" LOADED IS " WS-MST-EXTENT
							DELIMITED BY SIZE INTO WS-INQ-MESSAGE
					END-IF
				NOT INVALID KEY
					PERFORM 1100-SHOW-MASTER-ROW
			END-READ
			CLOSE BERN-MASTER-FILE
		END-IF
	END-IF.

1100-SHOW-MASTER-ROW.
	MOVE MST-VALUE       TO WS-ED-VALUE
	MOVE MST-NUMERATOR   TO WS-ED-NUMERATOR
	MOVE MST-DENOMINATOR TO WS-ED-DENOMINATOR
	STRING "B(" WS-ED-ORDER ") FROM BERNMST"
		DELIMITED BY SIZE INTO WS-RESULT-LINE (1)
	STRING "  DECIMAL VALUE   " WS-ED-VALUE
		DELIMITED BY SIZE INTO WS-RESULT-LINE (3)
	STRING "  NUMERATOR       " WS-ED-NUMERATOR
		DELIMITED BY SIZE INTO WS-RESULT-LINE (4)
	STRING "  DENOMINATOR     " WS-ED-DENOMINATOR
		DELIMITED BY SIZE INTO WS-RESULT-LINE (5)
	IF MST-OVERFLOWED
		MOVE "  OVERFLOW FLAG   Y -- OVERFLOWED IN THE BUILD, DO NOT USE"
			TO WS-RESULT-LINE (6)
	ELSE
		MOVE "  OVERFLOW FLAG   N" TO WS-RESULT-LINE (6)
	END-IF
	STRING "  LOADED          " MST-GEN-DATE " " MST-GEN-TIME
		" (MST-GEN STAMP)"
		DELIMITED BY SIZE INTO WS-RESULT-LINE (7)
	*> the pack's standing goes with every number quoted out of it.
	PERFORM 3100-READ-GENERATION
	STRING "  PACK STATUS     " WS-STATUS-TEXT
		DELIMITED BY SIZE INTO WS-RESULT-LINE (9).

1200-FIND-MASTER-EXTENT.
	*> the master is at most a table's worth of rows, so the highest
	*> order it carries is found by browsing it end to end.
	move 0 to WS-MST-EXTENT
	move 0 to WS-MST-ROWS
	MOVE 0 TO MST-ORDER
	START BERN-MASTER-FILE KEY IS NOT LESS THAN MST-ORDER
		INVALID KEY
			MOVE "10" TO WS-MST-STATUS
	END-START
	perform until WS-MST-STATUS NOT = "00"
		READ BERN-MASTER-FILE NEXT RECORD
			AT END
				CONTINUE
			NOT AT END
				add 1 to WS-MST-ROWS
				IF MST-ORDER > WS-MST-EXTENT
					MOVE MST-ORDER TO WS-MST-EXTENT
				END-IF
		END-READ
	end-perform.

2000-INQUIRE-SCENARIO.
	IF WS-INQ-SCEN-KEY = SPACES
		MOVE "KEY A SCENARIO ID FOR FUNCTION 2" TO WS-INQ-MESSAGE
	ELSE
		STRING "SCENARIO " WS-INQ-SCEN-KEY
			DELIMITED BY SIZE INTO WS-RESULT-LINE (1)
		PERFORM 2100-SHOW-DEFINITION
		PERFORM 2200-FIND-LATEST-RESULT
		PERFORM 2300-SHOW-RESULT
	END-IF.

2100-SHOW-DEFINITION.
	OPEN INPUT SCENARIO-MASTER-FILE
	IF WS-SMST-STATUS NOT = "00"
		STRING "  BERNSMST IS NOT AVAILABLE (STATUS " WS-SMST-STATUS ")"
			DELIMITED BY SIZE INTO WS-RESULT-LINE (2)
	ELSE
		MOVE WS-INQ-SCEN-KEY TO SCM-ID
		READ SCENARIO-MASTER-FILE
			INVALID KEY
				MOVE "  NOT ON THE SCENARIO BOOK (BERNSMST)"
					TO WS-RESULT-LINE (2)
			NOT INVALID KEY
				MOVE SCM-RATE TO WS-ED-RATE
				STRING "  BOOK    " SCM-DESC
					DELIMITED BY SIZE INTO WS-RESULT-LINE (2)
				STRING "          EFFECTIVE " SCM-EFF-DATE
					"  EXPIRES " SCM-EXP-DATE
					"  SCHEDULE " SCM-SCHED-FLAG
					DELIMITED BY SIZE INTO WS-RESULT-LINE (3)
				STRING "          RATE " WS-ED-RATE
					"  PERIODS " SCM-PERIODS
					"  HORIZON " SCM-HORIZON
					"  ORDER " SCM-ORDER
					DELIMITED BY SIZE INTO WS-RESULT-LINE (4)
		END-READ
		CLOSE SCENARIO-MASTER-FILE
	END-IF.

2200-FIND-LATEST-RESULT.
	*> BERNEMCO is the last correction run's output; the last detail
	*> row carrying the ID is the latest word on it.
	set WS-CORR-NOT-FOUND to true
	move 0 to WS-CORR-RUN-DATE
	move 0 to WS-CORR-RUN-TIME
	OPEN INPUT CORRECTED-FILE
	IF WS-EMCO-STATUS = "00"
		perform until WS-EMCO-STATUS NOT = "00"
			READ CORRECTED-FILE
				AT END
					CONTINUE
				NOT AT END
					IF ICOR-HEADER-REC
						MOVE CORR-LINEAGE-RECORD TO WS-LINEAGE-HEADER
						MOVE LH-RUN-DATE TO WS-CORR-RUN-DATE
						MOVE LH-RUN-TIME TO WS-CORR-RUN-TIME
					END-IF
					IF ICOR-DETAIL-REC AND ICOR-SCEN-ID = WS-INQ-SCEN-KEY
						set WS-CORR-FOUND to true
						MOVE CORRECTED-RECORD TO WS-CORR-ROW
					END-IF
			END-READ
		end-perform
		CLOSE CORRECTED-FILE
	ELSE
		STRING "BERNEMCO IS NOT AVAILABLE (STATUS " WS-EMCO-STATUS ")"
			DELIMITED BY SIZE INTO WS-INQ-MESSAGE
	END-IF.

2300-SHOW-RESULT.
	IF WS-CORR-NOT-FOUND
		MOVE "  NO ROW FOR THIS SCENARIO ON THE LATEST BERNEMCO"
			TO WS-RESULT-LINE (6)
	ELSE
		MOVE WS-CORR-RATE           TO WS-ED-RATE
		MOVE WS-CORR-FACTOR         TO WS-ED-FACTOR
		MOVE WS-CORR-CORRECTED-RATE TO WS-ED-CORR-RATE
		MOVE WS-CORR-ACCUM-VALUE    TO WS-ED-ACCUM
		MOVE WS-CORR-TRUNC-BOUND    TO WS-ED-BOUND
		STRING "  RESULT  BERNEMC RUN OF " WS-CORR-RUN-DATE " "
			WS-CORR-RUN-TIME "  STATUS " WS-CORR-STATUS
			DELIMITED BY SIZE INTO WS-RESULT-LINE (6)
		STRING "          RATE " WS-ED-RATE
			"  PERIODS " WS-CORR-PERIODS
			"  HORIZON " WS-CORR-HORIZON
			"  ORDER " WS-CORR-ORDER
			DELIMITED BY SIZE INTO WS-RESULT-LINE (7)
		STRING "          CORRECTION FACTOR  " WS-ED-FACTOR
			DELIMITED BY SIZE INTO WS-RESULT-LINE (8)
		STRING "          CORRECTED RATE     " WS-ED-CORR-RATE
			DELIMITED BY SIZE INTO WS-RESULT-LINE (9)
		STRING "          ACCUMULATED VALUE  " WS-ED-ACCUM
			DELIMITED BY SIZE INTO WS-RESULT-LINE (10)
		STRING "          TRUNCATION BOUND   " WS-ED-BOUND
			"  RECOMMENDED ORDER " WS-CORR-RECOMMENDED-ORDER
			"  " WS-CORR-ORDER-FLAG
			DELIMITED BY SIZE INTO WS-RESULT-LINE (11)
		IF NOT WS-CORR-COMPUTED
			MOVE "          STATUS IS NOT C -- THE VALUES ABOVE WERE NOT COMPUTED"
				TO WS-RESULT-LINE (12)
		END-IF
	END-IF.

3000-INQUIRE-GENERATION.
	PERFORM 3100-READ-GENERATION
	MOVE "GENERATION CONTROL (BERNGCTL)" TO WS-RESULT-LINE (1)
	STRING "  STATUS          " WS-STATUS-TEXT
		DELIMITED BY SIZE INTO WS-RESULT-LINE (3)
	IF WS-GEN-READ
		STRING "  BUILT           " WS-GEN-DATE " " WS-GEN-TIME
			DELIMITED BY SIZE INTO WS-RESULT-LINE (4)
		STRING "  EXTENT          ORDERS 1 TO " WS-GEN-EXTENT
			DELIMITED BY SIZE INTO WS-RESULT-LINE (5)
		EVALUATE TRUE
			WHEN WS-GEN-BUILT
				MOVE "  NOT YET CERTIFIED BY BERNVAL -- DO NOT QUOTE FROM THIS PACK"
					TO WS-RESULT-LINE (7)
			WHEN WS-GEN-CERTIFIED
				MOVE "  CERTIFIED BY BERNVAL, NOT YET CLEARED BY THE BERNDIFF COMPARE"
					TO WS-RESULT-LINE (7)
			WHEN WS-GEN-CLEARED
				MOVE "  CERTIFIED AND CLEARED -- FIT FOR USE"
					TO WS-RESULT-LINE (7)
		END-EVALUATE
	END-IF.

3100-READ-GENERATION.
	*> WS-STATUS-TEXT names the pack's standing; the stamp is copied
	*> out of the record area before the file is closed, and
	*> WS-GEN-READ says whether there was one to copy.
	set WS-GEN-NOT-READ to true
	MOVE SPACES TO WS-STATUS-TEXT
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS NOT = "00"
		MOVE "NO BERNGCTL RECORD -- PACK STANDING UNKNOWN"
			TO WS-STATUS-TEXT
	ELSE
		READ GEN-CONTROL-FILE
			AT END
				MOVE "BERNGCTL IS EMPTY -- PACK STANDING UNKNOWN"
					TO WS-STATUS-TEXT
			NOT AT END
				set WS-GEN-READ to true
				MOVE GEN-STATUS     TO WS-GEN-STAT
				MOVE GEN-BUILD-DATE TO WS-GEN-DATE
				MOVE GEN-BUILD-TIME TO WS-GEN-TIME
				MOVE GEN-EXTENT     TO WS-GEN-EXTENT
				EVALUATE TRUE
					WHEN GEN-BUILT
						MOVE "BUILT (NOT CERTIFIED)" TO WS-STATUS-TEXT
					WHEN GEN-CERTIFIED
						MOVE "CERTIFIED" TO WS-STATUS-TEXT
					WHEN GEN-CLEARED
						MOVE "CLEARED" TO WS-STATUS-TEXT
					WHEN OTHER
						STRING "UNRECOGNIZED STATUS '" GEN-STATUS "'"
							DELIMITED BY SIZE INTO WS-STATUS-TEXT
				END-EVALUATE
		END-READ
		CLOSE GEN-CONTROL-FILE
	END-IF.
