       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNEXDG.

	*> morning exception digest: reads the shared exception dataset
	*> (BERNEXCP, layout BERNEXCR) that BERNVAL, BERNDIFF, BERNRCON,
	*> BERNHIST, BERNEMDF, BERNXVER and BERNSCNM all append to, and
	*> prints one report (BERNEXRP) for the supervisor instead of
	*> seven job logs.  The report covers one night: a nightly cycle
	*> runs across midnight, so a record stamped at or after noon
	*> belongs to the night of its own date and one stamped before
	*> noon to the night of the day before.  By default that is the
	*> night just ended (the one the clock is in, by the same rule);
	*> DIGEST-NIGHT on BERNPARM (yyyymmdd) reprints an earlier one.
	*> The night's exceptions are grouped by severity -- errors, which
	*> failed their job, before warnings, which did not -- then by job,
	*> and each distinct offender (same job, class and key) is listed
	*> once with how many times it was raised.  A second pass over
	*> the previous DIGEST-LOOKBACK-DAYS nights finds how many nights
	*> running each offender has been raised, and every offender at or
	*> past DIGEST-REPEAT-NIGHTS is listed again under REPEAT
	*> OFFENDERS -- the same order failing BERNRCON three nights
	*> running is a standing fault, not bad luck.  A missing BERNEXCP
	*> only means no job has raised an exception yet.  The listing is
	*> paginated like BERNRPT's, LINES-PER-PAGE on BERNPARM (55 by
	*> default), with the night and page number at the top of every
	*> page.  The digest is a report, not a check: it ends RC=0
	*> whatever it finds.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EXCEPTION-FILE ASSIGN TO "BERNEXCP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EXCP-STATUS.

	SELECT REPORT-FILE ASSIGN TO "BERNEXRP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
	COPY BERNEXCR.

FD  REPORT-FILE.
01  PRINT-LINE pic X(132).

WORKING-STORAGE SECTION.
	77 WS-EXCP-STATUS pic X(2).
	77 WS-RPT-STATUS pic X(2).
	77 WS-EXCP-FILE-FLAG pic X value "Y".
		88 WS-EXCP-PRESENT value "Y".
		88 WS-EXCP-MISSING value "N".
	77 WS-RUN-DATE pic 9(8).
	77 WS-NIGHT-DATE pic 9(8).
	77 WS-NIGHT-NUMBER pic 9(7).
	77 WS-REC-NIGHT pic 9(7).
	77 WS-NIGHT-AGE pic 9(7).
	77 WS-LOOKBACK-DAYS pic 9(2) value 7.
	77 WS-LOOKBACK-MAX pic 9(2) value 31.
	77 WS-REPEAT-NIGHTS pic 9(2) value 2.
	77 WS-REPEAT-MAX pic 9(2).
	77 WS-RECORD-COUNT pic 9(7) value 0.
	77 WS-UNREADABLE-COUNT pic 9(7) value 0.
	77 WS-ERROR-COUNT pic 9(5) value 0.
	77 WS-WARNING-COUNT pic 9(5) value 0.
	77 WS-DROPPED-COUNT pic 9(5) value 0.
	77 WS-REPEAT-COUNT pic 9(3) value 0.
	77 WS-PAGE-NUMBER pic 9(4) value 0.
	77 WS-LINE-COUNT pic 9(3) value 0.
	77 WS-LINES-PER-PAGE pic 9(3) value 55.
	*> one entry per distinct offender raised tonight -- same job,
	*> severity, class and key.  The table is deliberately finite; a
	*> night bad enough to fill it gets a count of what was left off.
	77 WS-OFF-MAX pic 9(3) value 500.
	77 WS-OFF-COUNT pic 9(3) value 0.
	77 WS-OFF-IDX pic 9(3).
	77 WS-NIGHT-IDX pic 9(2).
	77 WS-PGM-MAX pic 9(2) value 20.
	77 WS-PGM-COUNT pic 9(2) value 0.
	77 WS-PGM-IDX pic 9(2).
	77 WS-PGM-IDX-2 pic 9(2).
	77 WS-SEV-IDX pic 9.
	77 WS-SEV-CODE pic X.
	77 WS-SEV-LISTED pic 9(5).
	77 WS-PGM-SEV-COUNT pic 9(5).
	77 WS-FOUND-FLAG pic X.
		88 WS-FOUND     value "Y".
		88 WS-NOT-FOUND value "N".
	77 WS-STREAK-FLAG pic X.
		88 WS-STREAK-OPEN   value "Y".
		88 WS-STREAK-BROKEN value "N".
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).

	01 WS-OFFENDER-TABLE.
		05 OFF-ENTRY OCCURS 500 TIMES.
			10 OFF-PROGRAM      pic X(10).
			10 OFF-SEVERITY     pic X.
			10 OFF-KEY-TYPE     pic X.
			10 OFF-KEY          pic X(14).
			10 OFF-CLASS        pic X(8).
			10 OFF-TEXT         pic X(60).
			10 OFF-COUNT        pic 9(5).
			10 OFF-STREAK       pic 9(2).
			10 OFF-NIGHTS-SEEN  pic 9(2).
			*> night 1 is the night reported, night 2 the one before
			*> it, and so on back through the lookback.
			10 OFF-NIGHT-FLAG   pic X OCCURS 32 TIMES.

	01 WS-PROGRAM-TABLE.
		05 PGM-ENTRY OCCURS 20 TIMES.
			10 PGM-NAME          pic X(10).
			10 PGM-ERROR-COUNT   pic 9(5).
			10 PGM-WARNING-COUNT pic 9(5).
	01 WS-PGM-SWAP pic X(20).

	01 WS-HEADER-1.
		05 FILLER            pic X(10) value "BERNEXDG".
		05 FILLER            pic X(36)
			value "BERNOULLI MORNING EXCEPTION DIGEST".
		05 FILLER            pic X(9) value "NIGHT OF".
		05 WS-HDR-NIGHT      pic 9999/99/99.
		05 FILLER            pic X(4) value spaces.
		05 FILLER            pic X(9) value "RUN DATE".
		05 WS-HDR-DATE       pic 9999/99/99.
		05 FILLER            pic X(6) value spaces.
		05 FILLER            pic X(5) value "PAGE".
		05 WS-HDR-PAGE       pic ZZZ9.

	01 WS-SUMMARY-LINE.
		05 FILLER            pic X(11) value "  SUMMARY:".
		05 WS-SUM-ERRORS     pic ZZZZ9.
		05 FILLER            pic X(10) value " ERRORS,".
		05 WS-SUM-WARNINGS   pic ZZZZ9.
		05 FILLER            pic X(15) value " WARNINGS FROM".
		05 WS-SUM-PROGRAMS   pic Z9.
		05 FILLER            pic X(6) value " JOBS".

	01 WS-PROGRAM-LINE.
		05 FILLER            pic X(4) value spaces.
		05 WS-PGL-NAME       pic X(10).
		05 WS-PGL-COUNT      pic ZZZZ9.
		05 FILLER            pic X(11) value " RAISED".

	01 WS-OFFENDER-LINE.
		05 FILLER            pic X(6) value spaces.
		05 WS-OFL-KEY-LABEL  pic X(9).
		05 WS-OFL-KEY        pic X(14).
		05 FILLER            pic X(2) value spaces.
		05 WS-OFL-CLASS      pic X(8).
		05 FILLER            pic X(2) value spaces.
		05 WS-OFL-COUNT      pic ZZZZ9.
		05 FILLER            pic X(2) value spaces.
		05 WS-OFL-TEXT       pic X(60).
		05 FILLER            pic X(2) value spaces.
		05 WS-OFL-REPEAT     pic X(9).

	01 WS-REPEAT-HEADER.
		05 FILLER            pic X(20) value "  REPEAT OFFENDERS (".
		05 WS-RPH-NIGHTS     pic Z9.
		05 FILLER            pic X(39)
			value " OR MORE NIGHTS RUNNING, BACK TO NIGHT ".
		05 WS-RPH-FROM       pic 9999/99/99.
		05 FILLER            pic X value ")".

	01 WS-REPEAT-LINE.
		05 FILLER            pic X(4) value spaces.
		05 WS-RPL-PROGRAM    pic X(10).
		05 WS-RPL-SEVERITY   pic X.
		05 FILLER            pic X(2) value spaces.
		05 WS-RPL-KEY-LABEL  pic X(9).
		05 WS-RPL-KEY        pic X(14).
		05 FILLER            pic X(2) value spaces.
		05 WS-RPL-CLASS      pic X(8).
		05 FILLER            pic X(2) value spaces.
		05 WS-RPL-STREAK     pic Z9.
		05 FILLER            pic X(24) value " NIGHTS RUNNING, SEEN ON".
		05 WS-RPL-SEEN       pic Z9.
		05 FILLER            pic X(4) value " OF".
		05 WS-RPL-WINDOW     pic Z9.
		05 FILLER            pic X(7) value " NIGHTS".

	01 WS-TRAILER-LINE.
		05 FILLER            pic X(17) value "*** END OF REPORT".

	*> a line held across a page break while the header goes out.
	01 WS-HOLD-LINE pic X(132).

	01 BERNPARM-PARMS.
		COPY BERNPLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	DISPLAY "BERNEXDG: DIGESTING SHARED EXCEPTION DATASET"
	PERFORM 0500-FETCH-PARAMETERS
	PERFORM 1000-INITIALIZE
	PERFORM 2000-COLLECT-NIGHT
	PERFORM 3000-SCAN-PRIOR-NIGHTS
	PERFORM 4000-PRINT-DIGEST
	CLOSE REPORT-FILE
	DISPLAY "BERNEXDG: " WS-RECORD-COUNT " RECORDS READ, "
		WS-ERROR-COUNT " ERRORS, " WS-WARNING-COUNT " WARNINGS, "
		WS-REPEAT-COUNT " REPEAT OFFENDERS"
	STOP RUN.

0500-FETCH-PARAMETERS.
	*> runtime knobs off the shared BERNPARM dataset, compiled-in
	*> defaults when the dataset or the card is absent; the effective
	*> value is echoed either way.  The lookback stays inside the
	*> night flags each offender actually carries.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-NIGHT-NUMBER = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
	IF WS-CLOCK-HH < 12
		SUBTRACT 1 FROM WS-NIGHT-NUMBER
	END-IF
	COMPUTE WS-NIGHT-DATE =
		FUNCTION DATE-OF-INTEGER (WS-NIGHT-NUMBER)
	MOVE "DIGEST-NIGHT" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE < 16010101 OR PRM-VALUE > 99991231
			DISPLAY "FATAL: DIGEST-NIGHT CARD VALUE "
				PRM-VALUE " IS OUTSIDE 16010101-99991231"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-NIGHT-DATE
		IF WS-NIGHT-DATE NOT = PRM-VALUE
				OR FUNCTION TEST-DATE-YYYYMMDD (WS-NIGHT-DATE) NOT = 0
			DISPLAY "FATAL: DIGEST-NIGHT CARD VALUE "
				PRM-VALUE " IS UNUSABLE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		COMPUTE WS-NIGHT-NUMBER =
			FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE)
		DISPLAY "BERNEXDG: DIGEST-NIGHT " WS-NIGHT-DATE " (BERNPARM)"
	ELSE
		DISPLAY "BERNEXDG: DIGEST-NIGHT " WS-NIGHT-DATE " (DEFAULT)"
	END-IF
	MOVE "DIGEST-LOOKBACK-DAYS" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE < 1 OR PRM-VALUE > WS-LOOKBACK-MAX
			DISPLAY "FATAL: DIGEST-LOOKBACK-DAYS CARD VALUE "
				PRM-VALUE " IS OUTSIDE 1-" WS-LOOKBACK-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-LOOKBACK-DAYS
		IF WS-LOOKBACK-DAYS NOT = PRM-VALUE
			DISPLAY "FATAL: DIGEST-LOOKBACK-DAYS CARD VALUE "
				PRM-VALUE " IS UNUSABLE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "BERNEXDG: DIGEST-LOOKBACK-DAYS " WS-LOOKBACK-DAYS
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNEXDG: DIGEST-LOOKBACK-DAYS " WS-LOOKBACK-DAYS
			" (DEFAULT)"
	END-IF
	*> a streak can be no longer than tonight plus the lookback.
	COMPUTE WS-REPEAT-MAX = WS-LOOKBACK-DAYS + 1
	MOVE "DIGEST-REPEAT-NIGHTS" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE < 1 OR PRM-VALUE > WS-REPEAT-MAX
			DISPLAY "FATAL: DIGEST-REPEAT-NIGHTS CARD VALUE "
				PRM-VALUE " IS OUTSIDE 1-" WS-REPEAT-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-REPEAT-NIGHTS
		IF WS-REPEAT-NIGHTS NOT = PRM-VALUE
			DISPLAY "FATAL: DIGEST-REPEAT-NIGHTS CARD VALUE "
				PRM-VALUE " IS UNUSABLE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "BERNEXDG: DIGEST-REPEAT-NIGHTS " WS-REPEAT-NIGHTS
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNEXDG: DIGEST-REPEAT-NIGHTS " WS-REPEAT-NIGHTS
			" (DEFAULT)"
	END-IF
	*> the floor of 5 leaves room for the page header plus at least
	*> one line of the digest, as in BERNRPT.
	MOVE "LINES-PER-PAGE" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		MOVE PRM-VALUE TO WS-LINES-PER-PAGE
		IF WS-LINES-PER-PAGE < 5
				OR WS-LINES-PER-PAGE NOT = PRM-VALUE
			DISPLAY "FATAL: LINES-PER-PAGE CARD VALUE "
				PRM-VALUE " IS UNUSABLE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "BERNEXDG: LINES-PER-PAGE " WS-LINES-PER-PAGE
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNEXDG: LINES-PER-PAGE " WS-LINES-PER-PAGE
			" (DEFAULT)"
	END-IF.

1000-INITIALIZE.
	OPEN OUTPUT REPORT-FILE
	IF WS-RPT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNEXRP FOR OUTPUT (STATUS "
			WS-RPT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-NIGHT-DATE TO WS-HDR-NIGHT
	MOVE WS-RUN-DATE TO WS-HDR-DATE.

2000-COLLECT-NIGHT.
	*> pass 1: every record of the night reported, tallied by
	*> offender and by job.
	PERFORM 8000-OPEN-EXCEPTIONS
	IF WS-EXCP-PRESENT
		perform until WS-EXCP-STATUS = "10"
			READ EXCEPTION-FILE
				AT END
					CONTINUE
				NOT AT END
					PERFORM 8100-CHECK-READ
					ADD 1 TO WS-RECORD-COUNT
					PERFORM 8200-NIGHT-OF-RECORD
					IF WS-FOUND AND WS-REC-NIGHT = WS-NIGHT-NUMBER
						PERFORM 2100-TALLY-RECORD
					END-IF
			END-READ
		end-perform
		CLOSE EXCEPTION-FILE
	END-IF
	IF WS-UNREADABLE-COUNT > 0
		DISPLAY "BERNEXDG: " WS-UNREADABLE-COUNT
			" BERNEXCP RECORDS WITH NO USABLE RUN DATE/TIME SKIPPED"
	END-IF.

2100-TALLY-RECORD.
	IF EXC-ERROR
		ADD 1 TO WS-ERROR-COUNT
	ELSE
		ADD 1 TO WS-WARNING-COUNT
	END-IF
	PERFORM 2200-TALLY-PROGRAM
	PERFORM 8300-FIND-OFFENDER
	IF WS-NOT-FOUND
		IF WS-OFF-COUNT < WS-OFF-MAX
			ADD 1 TO WS-OFF-COUNT
			MOVE WS-OFF-COUNT TO WS-OFF-IDX
			MOVE EXC-PROGRAM  TO OFF-PROGRAM (WS-OFF-IDX)
			MOVE EXC-SEVERITY TO OFF-SEVERITY (WS-OFF-IDX)
			MOVE EXC-KEY-TYPE TO OFF-KEY-TYPE (WS-OFF-IDX)
			MOVE EXC-KEY      TO OFF-KEY (WS-OFF-IDX)
			MOVE EXC-CLASS    TO OFF-CLASS (WS-OFF-IDX)
			MOVE EXC-TEXT     TO OFF-TEXT (WS-OFF-IDX)
			MOVE 0            TO OFF-COUNT (WS-OFF-IDX)
			MOVE 0            TO OFF-STREAK (WS-OFF-IDX)
			MOVE 0            TO OFF-NIGHTS-SEEN (WS-OFF-IDX)
			move 1 to WS-NIGHT-IDX
			perform until WS-NIGHT-IDX > 32
				MOVE "N" TO OFF-NIGHT-FLAG (WS-OFF-IDX, WS-NIGHT-IDX)
				add 1 to WS-NIGHT-IDX
			end-perform
			set WS-FOUND to true
		ELSE
			ADD 1 TO WS-DROPPED-COUNT
		END-IF
	END-IF
	IF WS-FOUND
		ADD 1 TO OFF-COUNT (WS-OFF-IDX)
	END-IF.

2200-TALLY-PROGRAM.
	*> a job name past the table (there are seven raising jobs today)
	*> still counts in the totals; it just gets no heading of its own.
	set WS-NOT-FOUND to true
	move 1 to WS-PGM-IDX
	perform until WS-PGM-IDX > WS-PGM-COUNT or WS-FOUND
		IF PGM-NAME (WS-PGM-IDX) = EXC-PROGRAM
			set WS-FOUND to true
		ELSE
			add 1 to WS-PGM-IDX
		END-IF
	end-perform
	IF WS-NOT-FOUND AND WS-PGM-COUNT < WS-PGM-MAX
		ADD 1 TO WS-PGM-COUNT
		MOVE WS-PGM-COUNT TO WS-PGM-IDX
		MOVE EXC-PROGRAM TO PGM-NAME (WS-PGM-IDX)
		MOVE 0 TO PGM-ERROR-COUNT (WS-PGM-IDX)
		MOVE 0 TO PGM-WARNING-COUNT (WS-PGM-IDX)
		set WS-FOUND to true
	END-IF
	IF WS-FOUND
		IF EXC-ERROR
			ADD 1 TO PGM-ERROR-COUNT (WS-PGM-IDX)
		ELSE
			ADD 1 TO PGM-WARNING-COUNT (WS-PGM-IDX)
		END-IF
	END-IF.

3000-SCAN-PRIOR-NIGHTS.
	*> pass 2: mark, for each of tonight's offenders, every night in
	*> the lookback on which it was raised too, then count back from
	*> tonight for the unbroken run.
	IF WS-EXCP-PRESENT AND WS-OFF-COUNT > 0
		PERFORM 8000-OPEN-EXCEPTIONS
		perform until WS-EXCP-STATUS = "10"
			READ EXCEPTION-FILE
				AT END
					CONTINUE
				NOT AT END
					PERFORM 8100-CHECK-READ
					PERFORM 8200-NIGHT-OF-RECORD
					IF WS-FOUND AND WS-REC-NIGHT NOT > WS-NIGHT-NUMBER
						COMPUTE WS-NIGHT-AGE =
							WS-NIGHT-NUMBER - WS-REC-NIGHT
						IF WS-NIGHT-AGE NOT > WS-LOOKBACK-DAYS
							PERFORM 3100-MARK-NIGHT
						END-IF
					END-IF
			END-READ
		end-perform
		CLOSE EXCEPTION-FILE
	END-IF
	move 1 to WS-OFF-IDX
	perform until WS-OFF-IDX > WS-OFF-COUNT
		PERFORM 3200-COUNT-STREAK
		add 1 to WS-OFF-IDX
	end-perform.

3100-MARK-NIGHT.
	PERFORM 8300-FIND-OFFENDER
	IF WS-FOUND
		MOVE "Y" TO OFF-NIGHT-FLAG (WS-OFF-IDX, WS-NIGHT-AGE + 1)
	END-IF.

3200-COUNT-STREAK.
	set WS-STREAK-OPEN to true
	move 1 to WS-NIGHT-IDX
	perform until WS-NIGHT-IDX > WS-LOOKBACK-DAYS + 1
		IF OFF-NIGHT-FLAG (WS-OFF-IDX, WS-NIGHT-IDX) = "Y"
			ADD 1 TO OFF-NIGHTS-SEEN (WS-OFF-IDX)
			IF WS-STREAK-OPEN
				ADD 1 TO OFF-STREAK (WS-OFF-IDX)
			END-IF
		ELSE
			set WS-STREAK-BROKEN to true
		END-IF
		add 1 to WS-NIGHT-IDX
	end-perform
	IF OFF-STREAK (WS-OFF-IDX) NOT < WS-REPEAT-NIGHTS
		ADD 1 TO WS-REPEAT-COUNT
	END-IF.

4000-PRINT-DIGEST.
	PERFORM 4800-PRINT-PAGE-HEADER
	IF WS-EXCP-MISSING
		MOVE "  NO BERNEXCP DATASET -- NO JOB HAS LOGGED AN EXCEPTION"
			TO PRINT-LINE
		PERFORM 4900-PRINT-LINE
	END-IF
	IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
		MOVE SPACES TO PRINT-LINE
		STRING "  NO EXCEPTIONS RECORDED FOR THE NIGHT OF "
			WS-HDR-NIGHT DELIMITED BY SIZE INTO PRINT-LINE
		PERFORM 4900-PRINT-LINE
	ELSE
		PERFORM 8400-SORT-PROGRAMS
		MOVE WS-ERROR-COUNT TO WS-SUM-ERRORS
		MOVE WS-WARNING-COUNT TO WS-SUM-WARNINGS
		MOVE WS-PGM-COUNT TO WS-SUM-PROGRAMS
		MOVE SPACES TO PRINT-LINE
		MOVE WS-SUMMARY-LINE TO PRINT-LINE
		PERFORM 4900-PRINT-LINE
		move 1 to WS-SEV-IDX
		perform until WS-SEV-IDX > 2
			PERFORM 4100-PRINT-SEVERITY
			add 1 to WS-SEV-IDX
		end-perform
		IF WS-DROPPED-COUNT > 0
			MOVE SPACES TO PRINT-LINE
			PERFORM 4900-PRINT-LINE
			MOVE SPACES TO PRINT-LINE
			STRING "  AND " WS-DROPPED-COUNT
				" MORE EXCEPTION RECORDS NOT LISTED -- TABLE FULL"
				DELIMITED BY SIZE INTO PRINT-LINE
			PERFORM 4900-PRINT-LINE
		END-IF
		PERFORM 4500-PRINT-REPEATS
	END-IF
	PERFORM 4700-PRINT-TRAILER.

4100-PRINT-SEVERITY.
	MOVE SPACES TO PRINT-LINE
	PERFORM 4900-PRINT-LINE
	IF WS-SEV-IDX = 1
		MOVE "E" TO WS-SEV-CODE
		MOVE "  ERRORS -- EACH FAILED THE JOB THAT RAISED IT"
			TO PRINT-LINE
	ELSE
		MOVE "W" TO WS-SEV-CODE
		MOVE "  WARNINGS -- REPORTED FOR INFORMATION, NO JOB FAILED"
			TO PRINT-LINE
	END-IF
	PERFORM 4900-PRINT-LINE
	MOVE 0 TO WS-SEV-LISTED
	move 1 to WS-PGM-IDX
	perform until WS-PGM-IDX > WS-PGM-COUNT
		PERFORM 4200-PRINT-PROGRAM
		add 1 to WS-PGM-IDX
	end-perform
	IF WS-SEV-LISTED = 0
		MOVE "    NONE" TO PRINT-LINE
		PERFORM 4900-PRINT-LINE
	END-IF.

4200-PRINT-PROGRAM.
	IF WS-SEV-CODE = "E"
		MOVE PGM-ERROR-COUNT (WS-PGM-IDX) TO WS-PGM-SEV-COUNT
	ELSE
		MOVE PGM-WARNING-COUNT (WS-PGM-IDX) TO WS-PGM-SEV-COUNT
	END-IF
	IF WS-PGM-SEV-COUNT > 0
		ADD 1 TO WS-SEV-LISTED
		MOVE WS-PGM-SEV-COUNT TO WS-PGL-COUNT
		MOVE PGM-NAME (WS-PGM-IDX) TO WS-PGL-NAME
		MOVE SPACES TO PRINT-LINE
		MOVE WS-PROGRAM-LINE TO PRINT-LINE
		PERFORM 4900-PRINT-LINE
		move 1 to WS-OFF-IDX
		perform until WS-OFF-IDX > WS-OFF-COUNT
			IF OFF-SEVERITY (WS-OFF-IDX) = WS-SEV-CODE
					AND OFF-PROGRAM (WS-OFF-IDX) = PGM-NAME (WS-PGM-IDX)
				PERFORM 4300-PRINT-OFFENDER
			END-IF
			add 1 to WS-OFF-IDX
		end-perform
	END-IF.

4300-PRINT-OFFENDER.
	PERFORM 8500-KEY-LABEL
	MOVE OFF-KEY (WS-OFF-IDX)   TO WS-OFL-KEY
	MOVE OFF-CLASS (WS-OFF-IDX) TO WS-OFL-CLASS
	MOVE OFF-COUNT (WS-OFF-IDX) TO WS-OFL-COUNT
	MOVE OFF-TEXT (WS-OFF-IDX)  TO WS-OFL-TEXT
	IF OFF-STREAK (WS-OFF-IDX) NOT < WS-REPEAT-NIGHTS
		MOVE "** REPEAT" TO WS-OFL-REPEAT
	ELSE
		MOVE SPACES TO WS-OFL-REPEAT
	END-IF
	MOVE SPACES TO PRINT-LINE
	MOVE WS-OFFENDER-LINE TO PRINT-LINE
	PERFORM 4900-PRINT-LINE.

4500-PRINT-REPEATS.
	MOVE SPACES TO PRINT-LINE
	PERFORM 4900-PRINT-LINE
	MOVE WS-REPEAT-NIGHTS TO WS-RPH-NIGHTS
	COMPUTE WS-RPH-FROM = FUNCTION DATE-OF-INTEGER
		(WS-NIGHT-NUMBER - WS-LOOKBACK-DAYS)
	MOVE SPACES TO PRINT-LINE
	MOVE WS-REPEAT-HEADER TO PRINT-LINE
	PERFORM 4900-PRINT-LINE
	IF WS-REPEAT-COUNT = 0
		MOVE "    NONE" TO PRINT-LINE
		PERFORM 4900-PRINT-LINE
	ELSE
		move 1 to WS-OFF-IDX
		perform until WS-OFF-IDX > WS-OFF-COUNT
			IF OFF-STREAK (WS-OFF-IDX) NOT < WS-REPEAT-NIGHTS
				PERFORM 4600-PRINT-REPEAT-LINE
			END-IF
			add 1 to WS-OFF-IDX
		end-perform
	END-IF.

4600-PRINT-REPEAT-LINE.
	PERFORM 8500-KEY-LABEL
	MOVE OFF-PROGRAM (WS-OFF-IDX)     TO WS-RPL-PROGRAM
	MOVE OFF-SEVERITY (WS-OFF-IDX)    TO WS-RPL-SEVERITY
	MOVE WS-OFL-KEY-LABEL             TO WS-RPL-KEY-LABEL
	MOVE OFF-KEY (WS-OFF-IDX)         TO WS-RPL-KEY
	MOVE OFF-CLASS (WS-OFF-IDX)       TO WS-RPL-CLASS
	MOVE OFF-STREAK (WS-OFF-IDX)      TO WS-RPL-STREAK
	MOVE OFF-NIGHTS-SEEN (WS-OFF-IDX) TO WS-RPL-SEEN
	COMPUTE WS-RPL-WINDOW = WS-LOOKBACK-DAYS + 1
	MOVE SPACES TO PRINT-LINE
	MOVE WS-REPEAT-LINE TO PRINT-LINE
	PERFORM 4900-PRINT-LINE.

4700-PRINT-TRAILER.
	MOVE SPACES TO PRINT-LINE
	PERFORM 4900-PRINT-LINE
	MOVE SPACES TO PRINT-LINE
	MOVE WS-TRAILER-LINE TO PRINT-LINE
	PERFORM 4900-PRINT-LINE.

4800-PRINT-PAGE-HEADER.
	ADD 1 TO WS-PAGE-NUMBER
	MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE
	MOVE SPACES TO PRINT-LINE
	MOVE WS-HEADER-1 TO PRINT-LINE
	IF WS-PAGE-NUMBER = 1
		WRITE PRINT-LINE
	ELSE
		WRITE PRINT-LINE AFTER ADVANCING PAGE
	END-IF
	MOVE SPACES TO PRINT-LINE
	WRITE PRINT-LINE
	MOVE 2 TO WS-LINE-COUNT.

4900-PRINT-LINE.
	*> every digest line goes out through here, so a full page is
	*> closed off with a fresh header before the line is written.
	IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
		MOVE PRINT-LINE TO WS-HOLD-LINE
		PERFORM 4800-PRINT-PAGE-HEADER
		MOVE WS-HOLD-LINE TO PRINT-LINE
	END-IF
	WRITE PRINT-LINE
	ADD 1 TO WS-LINE-COUNT.

8000-OPEN-EXCEPTIONS.
	*> no dataset at all is a quiet shop, not a failure: BERNEXCP
	*> creates the dataset with the first exception it is handed.
	OPEN INPUT EXCEPTION-FILE
	IF WS-EXCP-STATUS = "35"
		set WS-EXCP-MISSING to true
		DISPLAY "BERNEXDG: NO BERNEXCP DATASET -- NOTHING LOGGED YET"
	ELSE
		IF WS-EXCP-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNEXCP FOR INPUT (STATUS "
				WS-EXCP-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

8100-CHECK-READ.
	IF WS-EXCP-STATUS NOT = "00"
		DISPLAY "FATAL: ERROR READING BERNEXCP (STATUS "
			WS-EXCP-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

8200-NIGHT-OF-RECORD.
	*> the night a record belongs to, as a day number: its own date
	*> from noon on, the day before until noon.  WS-FOUND reports
	*> whether the stamp could be read at all.
	set WS-NOT-FOUND to true
	IF EXC-RUN-DATE IS NUMERIC AND EXC-RUN-TIME IS NUMERIC
		IF FUNCTION TEST-DATE-YYYYMMDD (EXC-RUN-DATE) = 0
			set WS-FOUND to true
			COMPUTE WS-REC-NIGHT =
				FUNCTION INTEGER-OF-DATE (EXC-RUN-DATE)
			IF EXC-RUN-TIME < 120000
				SUBTRACT 1 FROM WS-REC-NIGHT
			END-IF
		END-IF
	END-IF
	IF WS-NOT-FOUND
		ADD 1 TO WS-UNREADABLE-COUNT
	END-IF.

8300-FIND-OFFENDER.
	set WS-NOT-FOUND to true
	move 1 to WS-OFF-IDX
	perform until WS-OFF-IDX > WS-OFF-COUNT or WS-FOUND
		IF OFF-PROGRAM (WS-OFF-IDX) = EXC-PROGRAM
				AND OFF-SEVERITY (WS-OFF-IDX) = EXC-SEVERITY
				AND OFF-KEY-TYPE (WS-OFF-IDX) = EXC-KEY-TYPE
				AND OFF-KEY (WS-OFF-IDX) = EXC-KEY
				AND OFF-CLASS (WS-OFF-IDX) = EXC-CLASS
			set WS-FOUND to true
		ELSE
			add 1 to WS-OFF-IDX
		END-IF
	end-perform.

8400-SORT-PROGRAMS.
	*> jobs in name order, so the digest reads the same way every
	*> morning whatever order the stream ran them in.
	move 1 to WS-PGM-IDX
	perform until WS-PGM-IDX >= WS-PGM-COUNT
		COMPUTE WS-PGM-IDX-2 = WS-PGM-IDX + 1
		perform until WS-PGM-IDX-2 > WS-PGM-COUNT
			IF PGM-NAME (WS-PGM-IDX-2) < PGM-NAME (WS-PGM-IDX)
				MOVE PGM-ENTRY (WS-PGM-IDX) TO WS-PGM-SWAP
				MOVE PGM-ENTRY (WS-PGM-IDX-2) TO PGM-ENTRY (WS-PGM-IDX)
				MOVE WS-PGM-SWAP TO PGM-ENTRY (WS-PGM-IDX-2)
			END-IF
			add 1 to WS-PGM-IDX-2
		end-perform
		add 1 to WS-PGM-IDX
	end-perform.

8500-KEY-LABEL.
	IF OFF-KEY-TYPE (WS-OFF-IDX) = "O"
		MOVE "ORDER" TO WS-OFL-KEY-LABEL
	ELSE
		IF OFF-KEY-TYPE (WS-OFF-IDX) = "S"
			MOVE "SCENARIO" TO WS-OFL-KEY-LABEL
		ELSE
			IF OFF-KEY-TYPE (WS-OFF-IDX) = "T"
				MOVE "TRN" TO WS-OFL-KEY-LABEL
			ELSE
				IF OFF-KEY-TYPE (WS-OFF-IDX) = "N"
					MOVE "RECORD" TO WS-OFL-KEY-LABEL
				ELSE
					IF OFF-KEY-TYPE (WS-OFF-IDX) = "R"
						MOVE "RUN" TO WS-OFL-KEY-LABEL
					ELSE
						MOVE "WHOLE RUN" TO WS-OFL-KEY-LABEL
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.
