	*> legitimately grows and expires through BERNSCNM.  The job ends
	*> RC=0 when every movement is inside tolerance and RC=8 otherwise,
	*> so the scheduler can hold the correction output for review the
	*> same way it already holds the table itself.  Each out-of-line
	*> scenario is also appended to the shared exception dataset
	*> through BERNEXCP, keyed by scenario ID, for the morning digest
	*> (BERNEXDG); appeared and disappeared scenarios go there too,
	*> as warnings, since they do not fail the run.
	*> Before anything is compared, each file's lineage is proved:
	*> it must open with a BERNEMC lineage header and close with a
	*> trailer whose detail count matches the rows in between.  The
	*> pair is refused outright (RC=16) when both headers carry the
	*> same run date and time -- one run's output compared with
	*> itself proves nothing -- or when either was built from a
	*> generation its header does not show as CLEARED, since an
	*> output built off an uncleared table is no baseline and no
	*> candidate either.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD  OLD-CORR-FILE.
01  OLD-CORR-RECORD.
	05 OCOR-REC-TYPE        pic X.
	05 FILLER               pic X.
	05 OCOR-SCEN-ID         pic X(8).
	05 FILLER               pic X.
	05 OCOR-RATE            pic 9V9(7).
	05 OCOR-CORRECTED-RATE  pic S9(3)V9(7).
	05 FILLER               pic X.
	05 OCOR-ACCUM-VALUE     pic S9(18)V9(9).
01  OLD-CORR-LINEAGE-RECORD   pic X(187).

FD  NEW-CORR-FILE.
01  NEW-CORR-RECORD.
	05 NCOR-REC-TYPE        pic X.
	05 FILLER               pic X.
	05 NCOR-SCEN-ID         pic X(8).
	05 FILLER               pic X.
	05 NCOR-RATE            pic 9V9(7).
	05 NCOR-CORRECTED-RATE  pic S9(3)V9(7).
	05 FILLER               pic X.
	05 NCOR-ACCUM-VALUE     pic S9(18)V9(9).
01  NEW-CORR-LINEAGE-RECORD   pic X(187).

FD  TOLERANCE-CARD-FILE.
01  TOLERANCE-CARD-RECORD.
	77 WS-RATE-MOVEMENT pic S9(9)V9(9).
	77 WS-ACCM-MOVEMENT pic S9(18)V9(9).
	77 WS-MOVE-EDIT pic -------------------9.999999999.
	*> what each file's lineage header and trailer said, kept for
	*> the pair check once both files are loaded.
	77 WS-OLD-HEADER-FLAG pic X value "N".
		88 WS-OLD-HEADER-SEEN value "Y".
	77 WS-OLD-TRAILER-FLAG pic X value "N".
		88 WS-OLD-TRAILER-SEEN value "Y".
	77 WS-OLD-TRAILER-COUNT pic 9(7) value 0.
	77 WS-OLD-RUN-DATE pic 9(8) value 0.
	77 WS-OLD-RUN-TIME pic 9(6) value 0.
	77 WS-OLD-GEN-STAT pic X value SPACE.
	77 WS-OLD-GEN-DATE pic 9(8) value 0.
	77 WS-OLD-GEN-TIME pic 9(6) value 0.
	77 WS-NEW-HEADER-FLAG pic X value "N".
		88 WS-NEW-HEADER-SEEN value "Y".
	77 WS-NEW-TRAILER-FLAG pic X value "N".
		88 WS-NEW-TRAILER-SEEN value "Y".
	77 WS-NEW-TRAILER-COUNT pic 9(7) value 0.
	77 WS-NEW-RUN-DATE pic 9(8) value 0.
	77 WS-NEW-RUN-TIME pic 9(6) value 0.
	77 WS-NEW-GEN-STAT pic X value SPACE.
	77 WS-NEW-GEN-DATE pic 9(8) value 0.
	77 WS-NEW-GEN-TIME pic 9(6) value 0.
	77 WS-MATCH-FLAG pic X.
		88 WS-SCEN-MATCHED   value "Y".
		88 WS-SCEN-UNMATCHED value "N".
			10 NSCN-ACCUM   pic S9(18)V9(9).
			10 NSCN-MATCHED pic X.

	01 WS-LINEAGE-HEADER.
		COPY BERNLHDR.
	01 WS-LINEAGE-TRAILER.
		COPY BERNLTRL.
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	DISPLAY "BERNEMDF: COMPARING BERNEMCP AGAINST BERNEMCN"
	PERFORM 1000-LOAD-TOLERANCES
	PERFORM 1100-LOAD-OLD-OUTPUT
	PERFORM 1200-LOAD-NEW-OUTPUT
	PERFORM 1300-CHECK-LINEAGE-PAIR
	PERFORM 2000-MATCH-SCENARIOS
	PERFORM 3000-WRAP-UP
	STOP RUN.
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				IF WS-OLD-TRAILER-SEEN
					DISPLAY "FATAL: BERNEMCP CARRIES RECORDS AFTER ITS "
						"TRAILER"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				EVALUATE OCOR-REC-TYPE
					WHEN "H"
						PERFORM 1110-NOTE-OLD-HEADER
					WHEN "T"
						PERFORM 1120-NOTE-OLD-TRAILER
					WHEN "D"
						PERFORM 1130-STORE-OLD-DETAIL
					WHEN OTHER
						DISPLAY "FATAL: BERNEMCP RECORD TYPE '"
							OCOR-REC-TYPE "' IS NOT H, D OR T"
						MOVE 16 TO RETURN-CODE
						STOP RUN
				END-EVALUATE
		END-READ
	end-perform
	CLOSE OLD-CORR-FILE
	IF NOT WS-OLD-TRAILER-SEEN
		DISPLAY "FATAL: BERNEMCP HAS NO LINEAGE TRAILER -- "
			"TRUNCATED FILE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-OLD-TRAILER-COUNT NOT = WS-OLD-COUNT
		DISPLAY "FATAL: BERNEMCP TRAILER COUNTS " WS-OLD-TRAILER-COUNT
			" RECORDS BUT " WS-OLD-COUNT " WERE READ"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1110-NOTE-OLD-HEADER.
	*> the header must be the file's first record and must come from
	*> the correction job itself.
	IF WS-OLD-HEADER-SEEN OR WS-OLD-COUNT > 0
		DISPLAY "FATAL: BERNEMCP LINEAGE HEADER IS NOT THE FIRST "
			"RECORD"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE OLD-CORR-LINEAGE-RECORD TO WS-LINEAGE-HEADER
	IF LH-PROGRAM NOT = "BERNEMC"
		DISPLAY "FATAL: BERNEMCP WAS WRITTEN BY " LH-PROGRAM
			", NOT BY BERNEMC"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	set WS-OLD-HEADER-SEEN to true
	MOVE LH-RUN-DATE       TO WS-OLD-RUN-DATE
	MOVE LH-RUN-TIME       TO WS-OLD-RUN-TIME
	MOVE LH-GEN-STATUS     TO WS-OLD-GEN-STAT
	MOVE LH-GEN-BUILD-DATE TO WS-OLD-GEN-DATE
	MOVE LH-GEN-BUILD-TIME TO WS-OLD-GEN-TIME
	DISPLAY "BERNEMDF: BERNEMCP RUN " WS-OLD-RUN-DATE " "
		WS-OLD-RUN-TIME ", GENERATION " WS-OLD-GEN-DATE " "
		WS-OLD-GEN-TIME " AT '" WS-OLD-GEN-STAT "'".

1120-NOTE-OLD-TRAILER.
	IF NOT WS-OLD-HEADER-SEEN
		DISPLAY "FATAL: BERNEMCP HAS NO LINEAGE HEADER"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE OLD-CORR-LINEAGE-RECORD TO WS-LINEAGE-TRAILER
	set WS-OLD-TRAILER-SEEN to true
	MOVE LT-RECORD-COUNT TO WS-OLD-TRAILER-COUNT.

1130-STORE-OLD-DETAIL.
	IF NOT WS-OLD-HEADER-SEEN
		DISPLAY "FATAL: BERNEMCP HAS NO LINEAGE HEADER"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-OLD-COUNT >= WS-SCEN-MAX
		DISPLAY "FATAL: MORE THAN " WS-SCEN-MAX
			" SCENARIOS IN BERNEMCP"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	ADD 1 TO WS-OLD-COUNT
	MOVE OCOR-SCEN-ID        TO OSCN-ID (WS-OLD-COUNT)
	MOVE OCOR-STATUS         TO OSCN-STATUS (WS-OLD-COUNT)
	MOVE OCOR-CORRECTED-RATE TO OSCN-RATE (WS-OLD-COUNT)
	MOVE OCOR-ACCUM-VALUE    TO OSCN-ACCUM (WS-OLD-COUNT).

1200-LOAD-NEW-OUTPUT.
	OPEN INPUT NEW-CORR-FILE
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				IF WS-NEW-TRAILER-SEEN
					DISPLAY "FATAL: BERNEMCN CARRIES RECORDS AFTER ITS "
						"TRAILER"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				EVALUATE NCOR-REC-TYPE
					WHEN "H"
						PERFORM 1210-NOTE-NEW-HEADER
					WHEN "T"
						PERFORM 1220-NOTE-NEW-TRAILER
					WHEN "D"
						PERFORM 1230-STORE-NEW-DETAIL
					WHEN OTHER
						DISPLAY "FATAL: BERNEMCN RECORD TYPE '"
							NCOR-REC-TYPE "' IS NOT H, D OR T"
						MOVE 16 TO RETURN-CODE
						STOP RUN
				END-EVALUATE
		END-READ
	end-perform
	CLOSE NEW-CORR-FILE
	IF NOT WS-NEW-TRAILER-SEEN
		DISPLAY "FATAL: BERNEMCN HAS NO LINEAGE TRAILER -- "
			"TRUNCATED FILE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NEW-TRAILER-COUNT NOT = WS-NEW-COUNT
		DISPLAY "FATAL: BERNEMCN TRAILER COUNTS " WS-NEW-TRAILER-COUNT
			" RECORDS BUT " WS-NEW-COUNT " WERE READ"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1210-NOTE-NEW-HEADER.
	IF WS-NEW-HEADER-SEEN OR WS-NEW-COUNT > 0
		DISPLAY "FATAL: BERNEMCN LINEAGE HEADER IS NOT THE FIRST "
			"RECORD"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE NEW-CORR-LINEAGE-RECORD TO WS-LINEAGE-HEADER
	IF LH-PROGRAM NOT = "BERNEMC"
		DISPLAY "FATAL: BERNEMCN WAS WRITTEN BY " LH-PROGRAM
			", NOT BY BERNEMC"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	set WS-NEW-HEADER-SEEN to true
	MOVE LH-RUN-DATE       TO WS-NEW-RUN-DATE
	MOVE LH-RUN-TIME       TO WS-NEW-RUN-TIME
	MOVE LH-GEN-STATUS     TO WS-NEW-GEN-STAT
	MOVE LH-GEN-BUILD-DATE TO WS-NEW-GEN-DATE
	MOVE LH-GEN-BUILD-TIME TO WS-NEW-GEN-TIME
	DISPLAY "BERNEMDF: BERNEMCN RUN " WS-NEW-RUN-DATE " "
		WS-NEW-RUN-TIME ", GENERATION " WS-NEW-GEN-DATE " "
		WS-NEW-GEN-TIME " AT '" WS-NEW-GEN-STAT "'".

1220-NOTE-NEW-TRAILER.
	IF NOT WS-NEW-HEADER-SEEN
		DISPLAY "FATAL: BERNEMCN HAS NO LINEAGE HEADER"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE NEW-CORR-LINEAGE-RECORD TO WS-LINEAGE-TRAILER
	set WS-NEW-TRAILER-SEEN to true
	MOVE LT-RECORD-COUNT TO WS-NEW-TRAILER-COUNT.

1230-STORE-NEW-DETAIL.
	IF NOT WS-NEW-HEADER-SEEN
		DISPLAY "FATAL: BERNEMCN HAS NO LINEAGE HEADER"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NEW-COUNT >= WS-SCEN-MAX
		DISPLAY "FATAL: MORE THAN " WS-SCEN-MAX
			" SCENARIOS IN BERNEMCN"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	ADD 1 TO WS-NEW-COUNT
	MOVE NCOR-SCEN-ID        TO NSCN-ID (WS-NEW-COUNT)
	MOVE NCOR-STATUS         TO NSCN-STATUS (WS-NEW-COUNT)
	MOVE NCOR-CORRECTED-RATE TO NSCN-RATE (WS-NEW-COUNT)
	MOVE NCOR-ACCUM-VALUE    TO NSCN-ACCUM (WS-NEW-COUNT)
	MOVE "N"                 TO NSCN-MATCHED (WS-NEW-COUNT).

1300-CHECK-LINEAGE-PAIR.
	*> two files off the same run are one output under two names --
	*> comparing them would report a clean month whatever happened.
	IF WS-OLD-RUN-DATE = WS-NEW-RUN-DATE
			AND WS-OLD-RUN-TIME = WS-NEW-RUN-TIME
		DISPLAY "FATAL: BERNEMCP AND BERNEMCN BOTH CARRY RUN "
			WS-NEW-RUN-DATE " " WS-NEW-RUN-TIME " -- NOT TWO RUNS"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	*> "R" is GEN-CLEARED on the BERNGCTL stamp: only an output built
	*> off a generation BERNDIFF cleared is fit to compare.
	IF WS-OLD-GEN-STAT NOT = "R"
		DISPLAY "FATAL: BERNEMCP WAS BUILT FROM GENERATION "
			WS-OLD-GEN-DATE " " WS-OLD-GEN-TIME " AT STATUS '"
			WS-OLD-GEN-STAT "' -- NEVER CLEARED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NEW-GEN-STAT NOT = "R"
		DISPLAY "FATAL: BERNEMCN WAS BUILT FROM GENERATION "
			WS-NEW-GEN-DATE " " WS-NEW-GEN-TIME " AT STATUS '"
			WS-NEW-GEN-STAT "' -- NEVER CLEARED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

2000-MATCH-SCENARIOS.
	move 1 to WS-OLD-IDX
		IF NSCN-MATCHED (WS-NEW-IDX) = "N"
			ADD 1 TO WS-APPEARED-COUNT
			DISPLAY "SCENARIO " NSCN-ID (WS-NEW-IDX) " APPEARED"
			set XL-WARNING to true
			MOVE NSCN-ID (WS-NEW-IDX) TO XL-KEY
			MOVE "APPEARED" TO XL-CLASS
			MOVE "SCENARIO APPEARED SINCE THE PRIOR OUTPUT" TO XL-TEXT
			PERFORM 2900-LOG-EXCEPTION
		END-IF
		add 1 to WS-NEW-IDX
	end-perform.
	ELSE
		ADD 1 TO WS-DISAPPEARED-COUNT
		DISPLAY "SCENARIO " OSCN-ID (WS-OLD-IDX) " DISAPPEARED"
		set XL-WARNING to true
		MOVE OSCN-ID (WS-OLD-IDX) TO XL-KEY
		MOVE "DISAPPRD" TO XL-CLASS
		MOVE "SCENARIO ON THE PRIOR OUTPUT DISAPPEARED" TO XL-TEXT
		PERFORM 2900-LOG-EXCEPTION
	END-IF.

2200-COMPARE-ONE-SCENARIO.
		DISPLAY "SCENARIO " OSCN-ID (WS-OLD-IDX)
			" WENT COMPUTED TO FLAGGED (STATUS "
			NSCN-STATUS (WS-MATCH-IDX) ") ** OUT OF LINE"
		set XL-ERROR to true
		MOVE OSCN-ID (WS-OLD-IDX) TO XL-KEY
		MOVE "LOSTANS" TO XL-CLASS
		MOVE SPACES TO XL-TEXT
		STRING "WENT COMPUTED TO FLAGGED (STATUS "
			NSCN-STATUS (WS-MATCH-IDX) ")" DELIMITED BY SIZE
			INTO XL-TEXT
		PERFORM 2900-LOG-EXCEPTION
	ELSE
		IF OSCN-STATUS (WS-OLD-IDX) NOT = "C"
			IF NSCN-STATUS (WS-MATCH-IDX) = "C"
		DISPLAY "SCENARIO " OSCN-ID (WS-OLD-IDX)
			" CORRECTED RATE MOVED " WS-MOVE-EDIT
			" ** OUT OF TOLERANCE"
		set XL-ERROR to true
		MOVE OSCN-ID (WS-OLD-IDX) TO XL-KEY
		MOVE "RATEMOVE" TO XL-CLASS
		MOVE SPACES TO XL-TEXT
		STRING "CORRECTED RATE MOVED " WS-MOVE-EDIT DELIMITED BY SIZE
			INTO XL-TEXT
		PERFORM 2900-LOG-EXCEPTION
	END-IF
	COMPUTE WS-ACCM-MOVEMENT = NSCN-ACCUM (WS-MATCH-IDX)
		- OSCN-ACCUM (WS-OLD-IDX)
		DISPLAY "SCENARIO " OSCN-ID (WS-OLD-IDX)
			" ACCUMULATED VALUE MOVED " WS-MOVE-EDIT
			" ** OUT OF TOLERANCE"
		set XL-ERROR to true
		MOVE OSCN-ID (WS-OLD-IDX) TO XL-KEY
		MOVE "ACCMMOVE" TO XL-CLASS
		MOVE SPACES TO XL-TEXT
		STRING "ACCUMULATED VALUE MOVED " WS-MOVE-EDIT DELIMITED BY SIZE
			INTO XL-TEXT
		PERFORM 2900-LOG-EXCEPTION
	END-IF.

2900-LOG-EXCEPTION.
	*> caller has filled severity, scenario ID, class and text; a
	*> dataset that cannot be written is BERNEXCP's to report.
	MOVE "BERNEMDF" TO XL-PROGRAM
	set XL-KEY-SCENARIO to true
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

3000-WRAP-UP.
	DISPLAY "BERNEMDF: " WS-MATCHED-COUNT " MATCHED, "
		WS-APPEARED-COUNT " APPEARED, "
