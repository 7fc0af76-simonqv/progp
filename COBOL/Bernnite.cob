       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNNITE.

	*> nightly job-stream driver: runs the Bernoulli chain step by
	*> step off a stream definition held as data, in place of the
	*> written run sheet.  Each BERNSTRM card names one step -- its
	*> sequence number, its program, the highest return code that
	*> lets the stream carry on past it, the return code (if any)
	*> that means "incomplete, resubmit", whether the step is
	*> skippable, and the command line that runs it (blank runs the
	*> program name as it stands).  The standard nightly deck is
	*>     010 BERNOULLI  00 04 N
	*>     020 BERNVAL    00 00 N
	*>     030 BERNDIFF   00 00 N
	*>     040 BERNLOAD   00 00 N
	*>     050 BERNRCON   00 00 N
	*>     060 BERNZETA   00 00 N
	*>     070 BERNEMC    08 00 N
	*>     080 BERNEMDF   08 00 Y
	*>     090 BERNRPT    00 00 Y
	*>     100 BERNXMIT   00 00 N
	*> -- BERNZETA ahead of BERNEMC because BERNEMC's truncation bound
	*> reads BERNZOUT, and BERNEMC's RC=8 (scenarios divergent or
	*> whose order is too low) is a review list, not a reason to hold
	*> the night.
	*> A step that ends at or under its ceiling lets the next one
	*> run.  A step that returns its incomplete code (BERNOULLI's
	*> RC=4, time budget spent) ends the night as INCOMPLETE,
	*> RESUBMIT, so nothing downstream runs against a partial pack.
	*> A step past its ceiling stops the night, unless it is
	*> skippable, in which case the failure is logged and the night
	*> carries on.  Every step's start and end time and return code
	*> go to the BERNRSTS run-status file, between a run-start and a
	*> run-end record, each written (and the file closed) as it
	*> happens so the trail survives the driver itself going down.
	*> On submission the driver reads that trail first: when the
	*> last night stopped short -- a failed step, an incomplete
	*> pack, or a driver that never wrote its run-end -- it picks up
	*> the same night at the step that stopped it, instead of
	*> rerunning everything ahead of it.  A STREAM-FRESH-START 1
	*> card on BERNPARM forces a new night from the first step.
	*> Return code: 0 night complete; 4 incomplete, resubmit; 8
	*> complete but a skippable step failed; 16 stopped at a failed
	*> step (resubmit after the fix restarts there) or the driver
	*> itself could not run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT STREAM-DEF-FILE ASSIGN TO "BERNSTRM"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STRM-STATUS.

	SELECT RUN-STATUS-FILE ASSIGN TO "BERNRSTS"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RSTS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STREAM-DEF-FILE.
01  STREAM-DEF-RECORD.
	05 SDEF-STEP-SEQ       pic 9(3).
	05 FILLER              pic X.
	05 SDEF-PROGRAM        pic X(10).
	05 FILLER              pic X.
	05 SDEF-MAX-RC         pic 9(2).
	05 FILLER              pic X.
	*> 00 when the step has no incomplete code.
	05 SDEF-INCOMPLETE-RC  pic 9(2).
	05 FILLER              pic X.
	05 SDEF-SKIPPABLE      pic X.
		88 SDEF-IS-SKIPPABLE  value "Y".
		88 SDEF-NOT-SKIPPABLE value "N".
	05 FILLER              pic X.
	05 SDEF-COMMAND        pic X(56).
	05 FILLER              pic X.

FD  RUN-STATUS-FILE.
01  RUN-STATUS-RECORD.
	05 RST-REC-TYPE        pic X.
		88 RST-RUN-START      value "R".
		88 RST-STEP-REC       value "S".
		88 RST-RUN-END        value "E".
	05 FILLER              pic X.
	*> the night the record belongs to: the start stamp of the run
	*> that began it, carried unchanged through every restart.
	05 RST-STREAM-DATE     pic 9(8).
	05 FILLER              pic X.
	05 RST-STREAM-TIME     pic 9(6).
	05 FILLER              pic X.
	*> run start: the first step this run takes; step: the step;
	*> run end: the step the night stopped at (0 when complete).
	05 RST-STEP-SEQ        pic 9(3).
	05 FILLER              pic X.
	05 RST-PROGRAM         pic X(10).
	05 FILLER              pic X.
	05 RST-START-DATE      pic 9(8).
	05 FILLER              pic X.
	05 RST-START-TIME      pic 9(6).
	05 FILLER              pic X.
	05 RST-END-DATE        pic 9(8).
	05 FILLER              pic X.
	05 RST-END-TIME        pic 9(6).
	05 FILLER              pic X.
	*> 999 when the step ended on a signal rather than an exit code.
	05 RST-RC              pic 9(3).
	05 FILLER              pic X.
	*> run start: N new night, T restart.  Step and run end: C
	*> complete, F failed (night stopped), I incomplete (resubmit);
	*> a step may also be K (skippable step failed, night carried
	*> on), and a run end W (complete, but a skippable step failed).
	05 RST-OUTCOME         pic X.
		88 RST-NEW-NIGHT      value "N".
		88 RST-RESTART        value "T".
		88 RST-COMPLETE       value "C".
		88 RST-FAILED         value "F".
		88 RST-INCOMPLETE     value "I".
		88 RST-TOLERATED      value "K".
		88 RST-WARNED         value "W".

WORKING-STORAGE SECTION.
	77 WS-STRM-STATUS pic X(2).
	77 WS-RSTS-STATUS pic X(2).
	77 WS-STEP-MAX pic 9(3) value 50.
	77 WS-STEP-COUNT pic 9(3) value 0.
	77 WS-STEP-IDX pic 9(3).
	77 WS-PREV-SEQ pic 9(3) value 0.
	77 WS-FRESH-SETTING pic 9 value 0.
	77 WS-FRESH-FLAG pic X value "N".
		88 WS-FORCE-FRESH value "Y".
	*> what the run-status trail says about the last night.
	77 WS-TRAIL-FLAG pic X value "E".
		88 WS-TRAIL-EMPTY   value "E".
		88 WS-TRAIL-CLOSED  value "C".
		88 WS-TRAIL-OPEN    value "O".
	77 WS-RESUME-SEQ pic 9(3) value 0.
	*> a skippable step that failed earlier in the same night still
	*> marks the night when a restart finishes it.
	77 WS-TRAIL-WARN-FLAG pic X value "N".
		88 WS-TRAIL-WARNED value "Y".
	77 WS-STREAM-DATE pic 9(8) value 0.
	77 WS-STREAM-TIME pic 9(6) value 0.
	77 WS-FIRST-IDX pic 9(3).
	77 WS-NOW-DATE pic 9(8).
	77 WS-NOW-TIME pic 9(6).
	77 WS-START-DATE pic 9(8).
	77 WS-START-TIME pic 9(6).
	77 WS-COMMAND pic X(56).
	77 WS-SYSTEM-STATUS pic S9(9).
	77 WS-EXIT-CODE pic 9(9).
	77 WS-SIGNAL pic 9(9).
	77 WS-STEP-RC pic 9(3).
	77 WS-STEP-OUTCOME pic X.
	77 WS-NIGHT-FLAG pic X value "C".
		88 WS-NIGHT-RUNNING    value "C".
		88 WS-NIGHT-WARNED     value "W".
		88 WS-NIGHT-FAILED     value "F".
		88 WS-NIGHT-INCOMPLETE value "I".
	77 WS-STOP-SEQ pic 9(3) value 0.
	77 WS-STEPS-RUN pic 9(3) value 0.
	*> the record is built before the trail is opened for it.
	77 WS-STATUS-IMAGE pic X(100).
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 WS-STREAM-TABLE.
		05 WS-STEP-ENTRY OCCURS 50 TIMES.
			10 WS-STEP-SEQ           pic 9(3).
			10 WS-STEP-PROGRAM       pic X(10).
			10 WS-STEP-MAX-RC        pic 9(2).
			10 WS-STEP-INCOMPLETE-RC pic 9(2).
			10 WS-STEP-SKIPPABLE     pic X.
			10 WS-STEP-COMMAND       pic X(56).

	01 BERNPARM-PARMS.
		COPY BERNPLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-FETCH-PARAMETERS
	PERFORM 1000-LOAD-STREAM-DEFINITION
	PERFORM 1500-READ-RUN-TRAIL
	PERFORM 1600-DETERMINE-START
	PERFORM 1800-WRITE-RUN-START
	move WS-FIRST-IDX to WS-STEP-IDX
	perform until WS-STEP-IDX > WS-STEP-COUNT
			or WS-NIGHT-FAILED or WS-NIGHT-INCOMPLETE
		PERFORM 2000-RUN-STEP
		add 1 to WS-STEP-IDX
	end-perform
	PERFORM 3000-WRITE-RUN-END
	EVALUATE TRUE
		WHEN WS-NIGHT-RUNNING
			DISPLAY "BERNNITE: NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " COMPLETE, " WS-STEPS-RUN " STEPS RUN"
			MOVE 0 TO RETURN-CODE
		WHEN WS-NIGHT-WARNED
			DISPLAY "BERNNITE: NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " COMPLETE WITH SKIPPED-STEP FAILURES, "
				WS-STEPS-RUN " STEPS RUN"
			MOVE 8 TO RETURN-CODE
		WHEN WS-NIGHT-INCOMPLETE
			DISPLAY "BERNNITE: NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " INCOMPLETE AT STEP " WS-STOP-SEQ
				", RESUBMIT"
			MOVE 4 TO RETURN-CODE
		WHEN WS-NIGHT-FAILED
			DISPLAY "BERNNITE: NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " STOPPED AT FAILED STEP " WS-STOP-SEQ
				" -- RESUBMIT AFTER THE FIX RESTARTS THERE"
			MOVE 16 TO RETURN-CODE
	END-EVALUATE
	STOP RUN.

0500-FETCH-PARAMETERS.
	*> runtime knobs off the shared BERNPARM dataset, compiled-in
	*> defaults when the dataset or the card is absent; the effective
	*> setting is echoed either way.  STREAM-FRESH-START 1 ignores
	*> an unfinished night on the trail and starts a new one from
	*> the first step; 0 (or no card) restarts where it stopped.
	MOVE "STREAM-FRESH-START" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE = 1
			set WS-FORCE-FRESH to true
			move 1 to WS-FRESH-SETTING
		ELSE
			IF PRM-VALUE NOT = 0
				DISPLAY "FATAL: STREAM-FRESH-START CARD VALUE "
					PRM-VALUE " IS NOT 0 OR 1"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF
		DISPLAY "BERNNITE: STREAM-FRESH-START " WS-FRESH-SETTING
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNNITE: STREAM-FRESH-START " WS-FRESH-SETTING
			" (DEFAULT)"
	END-IF.

1000-LOAD-STREAM-DEFINITION.
	*> the whole definition is checked before anything runs: a
	*> malformed card found half-way through the night would leave
	*> the chain stopped at a step nobody chose.
	OPEN INPUT STREAM-DEF-FILE
	IF WS-STRM-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSTRM FOR INPUT (STATUS "
			WS-STRM-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-STRM-STATUS = "10"
		READ STREAM-DEF-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-STRM-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNSTRM (STATUS "
						WS-STRM-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				PERFORM 1100-STORE-STEP
		END-READ
	end-perform
	CLOSE STREAM-DEF-FILE
	IF WS-STEP-COUNT = 0
		DISPLAY "FATAL: BERNSTRM DEFINES NO STEPS"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	DISPLAY "BERNNITE: " WS-STEP-COUNT " STEPS DEFINED ON BERNSTRM".

1100-STORE-STEP.
	IF SDEF-STEP-SEQ NOT NUMERIC OR SDEF-MAX-RC NOT NUMERIC
			OR SDEF-INCOMPLETE-RC NOT NUMERIC
		DISPLAY "FATAL: BERNSTRM CARD " STREAM-DEF-RECORD (1:23)
			" HAS A NON-NUMERIC FIELD"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF SDEF-STEP-SEQ NOT > WS-PREV-SEQ
		DISPLAY "FATAL: BERNSTRM STEP " SDEF-STEP-SEQ
			" IS OUT OF SEQUENCE (FOLLOWS " WS-PREV-SEQ ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF SDEF-PROGRAM = SPACES
		DISPLAY "FATAL: BERNSTRM STEP " SDEF-STEP-SEQ
			" NAMES NO PROGRAM"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF NOT SDEF-IS-SKIPPABLE AND NOT SDEF-NOT-SKIPPABLE
		DISPLAY "FATAL: BERNSTRM STEP " SDEF-STEP-SEQ
			" SKIPPABLE FLAG '" SDEF-SKIPPABLE "' IS NOT Y OR N"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-STEP-COUNT NOT < WS-STEP-MAX
		DISPLAY "FATAL: BERNSTRM DEFINES MORE THAN " WS-STEP-MAX
			" STEPS"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	add 1 to WS-STEP-COUNT
	MOVE SDEF-STEP-SEQ      TO WS-STEP-SEQ (WS-STEP-COUNT)
	MOVE SDEF-PROGRAM       TO WS-STEP-PROGRAM (WS-STEP-COUNT)
	MOVE SDEF-MAX-RC        TO WS-STEP-MAX-RC (WS-STEP-COUNT)
	MOVE SDEF-INCOMPLETE-RC TO WS-STEP-INCOMPLETE-RC (WS-STEP-COUNT)
	MOVE SDEF-SKIPPABLE     TO WS-STEP-SKIPPABLE (WS-STEP-COUNT)
	MOVE SDEF-COMMAND       TO WS-STEP-COMMAND (WS-STEP-COUNT)
	MOVE SDEF-STEP-SEQ      TO WS-PREV-SEQ.

1500-READ-RUN-TRAIL.
	*> the trail is read front to back; only its last night matters.
	*> A run-end record closes a night: complete (C or W) means the
	*> next submission is a new night, stopped (F or I) means it
	*> resumes at the step named on the run-end.  A night with no
	*> run-end after its last run-start is one the driver never
	*> finished -- it resumes after the last step that ran clean.
	*> No trail at all (status 35) is simply the first night.
	OPEN INPUT RUN-STATUS-FILE
	IF WS-RSTS-STATUS = "35"
		set WS-TRAIL-EMPTY to true
	ELSE
		IF WS-RSTS-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNRSTS FOR INPUT (STATUS "
				WS-RSTS-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		perform until WS-RSTS-STATUS = "10"
			READ RUN-STATUS-FILE
				AT END
					CONTINUE
				NOT AT END
					IF WS-RSTS-STATUS NOT = "00"
						DISPLAY "FATAL: ERROR READING BERNRSTS (STATUS "
							WS-RSTS-STATUS ")"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					PERFORM 1550-NOTE-TRAIL-RECORD
			END-READ
		end-perform
		CLOSE RUN-STATUS-FILE
	END-IF.

1550-NOTE-TRAIL-RECORD.
	EVALUATE TRUE
		WHEN RST-RUN-START
			set WS-TRAIL-OPEN to true
			IF RST-NEW-NIGHT
				MOVE "N" TO WS-TRAIL-WARN-FLAG
			END-IF
			MOVE RST-STREAM-DATE TO WS-STREAM-DATE
			MOVE RST-STREAM-TIME TO WS-STREAM-TIME
			MOVE RST-STEP-SEQ    TO WS-RESUME-SEQ
		WHEN RST-STEP-REC
			IF RST-TOLERATED
				set WS-TRAIL-WARNED to true
			END-IF
			IF RST-COMPLETE OR RST-TOLERATED
				COMPUTE WS-RESUME-SEQ = RST-STEP-SEQ + 1
			ELSE
				MOVE RST-STEP-SEQ TO WS-RESUME-SEQ
			END-IF
		WHEN RST-RUN-END
			IF RST-COMPLETE OR RST-WARNED
				set WS-TRAIL-CLOSED to true
			ELSE
				set WS-TRAIL-OPEN to true
				MOVE RST-STEP-SEQ TO WS-RESUME-SEQ
			END-IF
		WHEN OTHER
			DISPLAY "FATAL: BERNRSTS RECORD TYPE '" RST-REC-TYPE
				"' IS NOT R, S OR E"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.

1600-DETERMINE-START.
	*> a restart resumes at the first defined step at or past the
	*> resume point, under the unfinished night's own stamp; a new
	*> night starts at the first step under a fresh stamp.
	PERFORM 7200-READ-CLOCK
	IF WS-TRAIL-OPEN AND WS-FORCE-FRESH
		DISPLAY "BERNNITE: UNFINISHED NIGHT OF " WS-STREAM-DATE " "
			WS-STREAM-TIME " SET ASIDE BY STREAM-FRESH-START"
		set WS-TRAIL-CLOSED to true
	END-IF
	IF WS-TRAIL-OPEN
		move 1 to WS-FIRST-IDX
		perform until WS-FIRST-IDX > WS-STEP-COUNT
				or WS-STEP-SEQ (WS-FIRST-IDX) NOT < WS-RESUME-SEQ
			add 1 to WS-FIRST-IDX
		end-perform
		IF WS-TRAIL-WARNED
			set WS-NIGHT-WARNED to true
		END-IF
		IF WS-FIRST-IDX > WS-STEP-COUNT
			DISPLAY "BERNNITE: RESTARTING NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " -- NO STEPS LEFT TO RUN"
		ELSE
			DISPLAY "BERNNITE: RESTARTING NIGHT OF " WS-STREAM-DATE " "
				WS-STREAM-TIME " AT STEP " WS-STEP-SEQ (WS-FIRST-IDX)
		END-IF
	ELSE
		MOVE WS-NOW-DATE TO WS-STREAM-DATE
		MOVE WS-NOW-TIME TO WS-STREAM-TIME
		move 1 to WS-FIRST-IDX
		DISPLAY "BERNNITE: NEW NIGHT " WS-STREAM-DATE " "
			WS-STREAM-TIME
	END-IF.

1800-WRITE-RUN-START.
	MOVE SPACES TO RUN-STATUS-RECORD
	set RST-RUN-START to true
	PERFORM 7100-STAMP-STREAM
	IF WS-FIRST-IDX > WS-STEP-COUNT
		MOVE 0 TO RST-STEP-SEQ
	ELSE
		MOVE WS-STEP-SEQ (WS-FIRST-IDX) TO RST-STEP-SEQ
	END-IF
	MOVE "BERNNITE"  TO RST-PROGRAM
	MOVE WS-NOW-DATE TO RST-START-DATE
	MOVE WS-NOW-TIME TO RST-START-TIME
	MOVE 0           TO RST-END-DATE
	MOVE 0           TO RST-END-TIME
	MOVE 0           TO RST-RC
	IF WS-TRAIL-OPEN
		set RST-RESTART to true
	ELSE
		set RST-NEW-NIGHT to true
	END-IF
	PERFORM 7000-WRITE-STATUS-RECORD.

2000-RUN-STEP.
	*> the step runs as a command of its own; its exit code comes
	*> back in the high byte of the wait status, and anything in the
	*> low byte means it was killed by a signal -- recorded as 999,
	*> past every ceiling.
	IF WS-STEP-COMMAND (WS-STEP-IDX) = SPACES
		MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO WS-COMMAND
	ELSE
		MOVE WS-STEP-COMMAND (WS-STEP-IDX) TO WS-COMMAND
	END-IF
	PERFORM 7200-READ-CLOCK
	MOVE WS-NOW-DATE TO WS-START-DATE
	MOVE WS-NOW-TIME TO WS-START-TIME
	DISPLAY "BERNNITE: STEP " WS-STEP-SEQ (WS-STEP-IDX) " "
		WS-STEP-PROGRAM (WS-STEP-IDX) " STARTED " WS-START-TIME
	CALL "SYSTEM" USING WS-COMMAND
	MOVE RETURN-CODE TO WS-SYSTEM-STATUS
	MOVE 0 TO RETURN-CODE
	PERFORM 7200-READ-CLOCK
	IF WS-SYSTEM-STATUS < 0
		move 999 to WS-STEP-RC
	ELSE
		DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
			REMAINDER WS-SIGNAL
		IF WS-SIGNAL NOT = 0 OR WS-EXIT-CODE > 998
			move 999 to WS-STEP-RC
		ELSE
			MOVE WS-EXIT-CODE TO WS-STEP-RC
		END-IF
	END-IF
	add 1 to WS-STEPS-RUN
	PERFORM 2100-JUDGE-STEP
	MOVE SPACES TO RUN-STATUS-RECORD
	set RST-STEP-REC to true
	PERFORM 7100-STAMP-STREAM
	MOVE WS-STEP-SEQ (WS-STEP-IDX)     TO RST-STEP-SEQ
	MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO RST-PROGRAM
	MOVE WS-START-DATE   TO RST-START-DATE
	MOVE WS-START-TIME   TO RST-START-TIME
	MOVE WS-NOW-DATE     TO RST-END-DATE
	MOVE WS-NOW-TIME     TO RST-END-TIME
	MOVE WS-STEP-RC      TO RST-RC
	MOVE WS-STEP-OUTCOME TO RST-OUTCOME
	PERFORM 7000-WRITE-STATUS-RECORD
	DISPLAY "BERNNITE: STEP " WS-STEP-SEQ (WS-STEP-IDX) " "
		WS-STEP-PROGRAM (WS-STEP-IDX) " ENDED " WS-NOW-TIME
		" RC=" WS-STEP-RC " OUTCOME " WS-STEP-OUTCOME.

2100-JUDGE-STEP.
	*> the incomplete code is checked first: BERNOULLI's RC=4 sits
	*> above its ceiling of zero, and must read as "resubmit", not
	*> as a failure.
	IF WS-STEP-INCOMPLETE-RC (WS-STEP-IDX) > 0
			AND WS-STEP-RC = WS-STEP-INCOMPLETE-RC (WS-STEP-IDX)
		MOVE "I" TO WS-STEP-OUTCOME
		set WS-NIGHT-INCOMPLETE to true
		MOVE WS-STEP-SEQ (WS-STEP-IDX) TO WS-STOP-SEQ
	ELSE
		IF WS-STEP-RC NOT > WS-STEP-MAX-RC (WS-STEP-IDX)
			MOVE "C" TO WS-STEP-OUTCOME
		ELSE
			IF WS-STEP-SKIPPABLE (WS-STEP-IDX) = "Y"
				MOVE "K" TO WS-STEP-OUTCOME
				set WS-NIGHT-WARNED to true
			ELSE
				MOVE "F" TO WS-STEP-OUTCOME
				set WS-NIGHT-FAILED to true
				MOVE WS-STEP-SEQ (WS-STEP-IDX) TO WS-STOP-SEQ
			END-IF
		END-IF
	END-IF.

3000-WRITE-RUN-END.
	PERFORM 7200-READ-CLOCK
	MOVE SPACES TO RUN-STATUS-RECORD
	set RST-RUN-END to true
	PERFORM 7100-STAMP-STREAM
	MOVE WS-STOP-SEQ TO RST-STEP-SEQ
	MOVE "BERNNITE"  TO RST-PROGRAM
	MOVE 0           TO RST-START-DATE
	MOVE 0           TO RST-START-TIME
	MOVE WS-NOW-DATE TO RST-END-DATE
	MOVE WS-NOW-TIME TO RST-END-TIME
	MOVE 0           TO RST-RC
	EVALUATE TRUE
		WHEN WS-NIGHT-RUNNING
			set RST-COMPLETE to true
		WHEN WS-NIGHT-WARNED
			set RST-WARNED to true
		WHEN WS-NIGHT-INCOMPLETE
			set RST-INCOMPLETE to true
		WHEN WS-NIGHT-FAILED
			set RST-FAILED to true
	END-EVALUATE
	PERFORM 7000-WRITE-STATUS-RECORD.

7000-WRITE-STATUS-RECORD.
	*> one record per open: append if the trail already exists,
	*> otherwise start a new one (STATUS 35 on the EXTEND, and only
	*> that, falls through to OPEN OUTPUT, as on BERNOULLI's audit
	*> trail), and close straight away so a driver that goes down
	*> mid-night leaves every record it wrote behind it.
	MOVE RUN-STATUS-RECORD TO WS-STATUS-IMAGE
	OPEN EXTEND RUN-STATUS-FILE
	IF WS-RSTS-STATUS = "35"
		OPEN OUTPUT RUN-STATUS-FILE
		IF WS-RSTS-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT CREATE BERNRSTS (STATUS "
				WS-RSTS-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	ELSE
		IF WS-RSTS-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNRSTS (STATUS "
				WS-RSTS-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	MOVE WS-STATUS-IMAGE TO RUN-STATUS-RECORD
	WRITE RUN-STATUS-RECORD
	IF WS-RSTS-STATUS NOT = "00"
		DISPLAY "FATAL: ERROR WRITING BERNRSTS (STATUS "
			WS-RSTS-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	CLOSE RUN-STATUS-FILE.

7100-STAMP-STREAM.
	MOVE WS-STREAM-DATE TO RST-STREAM-DATE
	MOVE WS-STREAM-TIME TO RST-STREAM-TIME.

7200-READ-CLOCK.
	*> TIME comes back HHMMSShh; the trail carries HHMMSS.
	ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-NOW-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS.
