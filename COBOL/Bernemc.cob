	*> table source to keyed reads against the BERNMST master,
	*> fetching only the orders the book actually references and
	*> failing the run if the fetched rows' load stamps disagree.
	*> Both outputs open with a lineage header (BERNLHDR) -- this
	*> run's date and time, the table source, the BERNGCTL stamp
	*> behind the table, the master's load stamp in keyed mode, and
	*> the effective BERNPARM settings -- and close with a trailer
	*> (BERNLTRL) counting the detail records by status, so BERNEMDF
	*> and the desk can tell which generation and which run a file
	*> came from.  In keyed mode the BERNGCTL stamp is the one
	*> standing at run time, recorded for lineage but not fenced on,
	*> exactly as keyed mode has never fenced on it.
	*> A SENSITIVITY-MODE card switches on the rate-shock grid: every
	*> scenario is rerun in the same pass under each parallel shock on
	*> the ladder (SHOCK-DOWN-n and SHOCK-UP-n cards, n = 1 to 6, in
	*> whole basis points; -200/-100/-50/+50/+100/+200 when no shock
	*> card is present), through the very same correction paragraph
	*> the base row uses, and BERNEMSN gets one base row (shock zero)
	*> plus one row per shock -- shocked rate, factor, corrected rate,
	*> accumulated value, and the change in both from the base.  The
	*> base row also carries the scenario's effective duration, taken
	*> from the smallest down and up shocks on the ladder
	*>     D = (V(down) - V(up)) / (V(base) * (up - down))
	*> with V the accumulated value and the shocks as rates -- negative
	*> for an accumulation, which grows with the rate.  A shocked rate
	*> that comes out zero or negative gets status N, not a row
	*> dropped; a scenario whose order is past the table, or that was
	*> rejected, carries that status onto every one of its shock rows.
	*> Every computed row also carries an upper bound on the series'
	*> truncation error at the scenario's order, from the even zeta
	*> values BERNZETA writes to BERNZOUT: with r = x / (2*PI) and 2j
	*> the first even order the sum leaves out, the tail is at most
	*>     2 * ZETA(2j) * r**(2j) / (1 - r**2)
	*> -- and the lowest order whose bound meets the tolerance on the
	*> TRUNC-TOLERANCE-EXP card (10**-n, n = 10 by default).  A row
	*> whose order falls short is flagged L and listed on BERNEMCX,
	*> the exception listing the desk corrects the book from through
	*> BERNSCNM; without BERNZOUT the bound is flagged U (unknown)
	*> and the run carries on.  A force at or past DIVERGENCE-RATIO
	*> (0.9 by default) of the 2*PI radius of convergence gets status
	*> D, divergent, instead of a number.  The run ends RC=8 when any
	*> scenario is divergent or its order is too low, so the run is
	*> reviewed rather than taken on trust; RC=0 otherwise.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		RECORD KEY IS MST-ORDER
		FILE STATUS IS WS-MST-STATUS.

	SELECT SENSITIVITY-FILE ASSIGN TO "BERNEMSN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SENS-STATUS.

	SELECT ZETA-IN-FILE ASSIGN TO "BERNZOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ZIN-STATUS.

	SELECT EXCEPTION-LIST-FILE ASSIGN TO "BERNEMCX"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-EMCX-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SCENARIO-MASTER-FILE.

FD  CORRECTED-FILE.
01  CORRECTED-RECORD.
	05 CORR-REC-TYPE        pic X.
		88 CORR-DETAIL-REC      value "D".
	05 FILLER               pic X.
	05 CORR-SCEN-ID         pic X(8).
	05 FILLER               pic X.
	05 CORR-RATE            pic 9V9(7).
		88 CORR-ORDER-EXCEEDED  value "E".
		88 CORR-OVERFLOWED      value "O".
		88 CORR-REJECTED        value "R".
		88 CORR-DIVERGENT       value "D".
	05 FILLER               pic X.
	05 CORR-FACTOR          pic S9(3)V9(15).
	05 FILLER               pic X.
	05 CORR-CORRECTED-RATE  pic S9(3)V9(7).
	05 FILLER               pic X.
	05 CORR-ACCUM-VALUE     pic S9(18)V9(9).
	05 FILLER               pic X.
	05 CORR-TRUNC-BOUND     pic 9(3)V9(18).
	05 FILLER               pic X.
	05 CORR-RECOMMENDED-ORDER pic 9(3).
	05 FILLER               pic X.
	05 CORR-ORDER-FLAG      pic X.
		88 CORR-ORDER-SUFFICES  value "Y".
		88 CORR-ORDER-TOO-LOW   value "L".
		88 CORR-BOUND-UNKNOWN   value "U".
01  CORR-LINEAGE-RECORD     pic X(187).

FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD.
	05 SCHD-REC-TYPE pic X.
		88 SCHD-DETAIL-REC value "D".
	05 FILLER        pic X.
	05 SCHD-SCEN-ID  pic X(8).
	05 FILLER        pic X.
	05 SCHD-PERIOD   pic 9(6).
	05 SCHD-FORCE    pic S9(3)V9(20).
	05 FILLER        pic X.
	05 SCHD-ACCUM    pic S9(18)V9(9).
01  SCHD-LINEAGE-RECORD pic X(187).

FD  SENSITIVITY-FILE.
01  SENSITIVITY-RECORD.
	05 SENS-REC-TYPE        pic X.
		88 SENS-DETAIL-REC      value "D".
	05 FILLER               pic X.
	05 SENS-SCEN-ID         pic X(8).
	05 FILLER               pic X.
	05 SENS-SHOCK-BP        pic S9(4).
	05 FILLER               pic X.
	05 SENS-SHOCKED-RATE    pic S9V9(7).
	05 FILLER               pic X.
	05 SENS-STATUS          pic X.
		88 SENS-COMPUTED        value "C".
		88 SENS-ORDER-EXCEEDED  value "E".
		88 SENS-OVERFLOWED      value "O".
		88 SENS-REJECTED        value "R".
		88 SENS-NONPOSITIVE     value "N".
		88 SENS-DIVERGENT       value "D".
	05 FILLER               pic X.
	05 SENS-FACTOR          pic S9(3)V9(15).
	05 FILLER               pic X.
	05 SENS-CORRECTED-RATE  pic S9(3)V9(7).
	05 FILLER               pic X.
	05 SENS-ACCUM-VALUE     pic S9(18)V9(9).
	05 FILLER               pic X.
	05 SENS-RATE-CHANGE     pic S9(3)V9(7).
	05 FILLER               pic X.
	05 SENS-ACCUM-CHANGE    pic S9(18)V9(9).
	05 FILLER               pic X.
	05 SENS-DURATION        pic S9(5)V9(6).
	05 FILLER               pic X.
	05 SENS-DURATION-FLAG   pic X.
		88 SENS-DURATION-SHOWN   value "Y".
		88 SENS-DURATION-ABSENT  value "N".
01  SENS-LINEAGE-RECORD     pic X(187).

FD  ZETA-IN-FILE.
01  ZETA-IN-RECORD.
	05 ZIN-REC-TYPE pic X.
		88 ZIN-HEADER-REC  value "H".
		88 ZIN-DETAIL-REC  value "D".
		88 ZIN-TRAILER-REC value "T".
	05 FILLER       pic X.
	05 ZIN-ORDER    pic 9(3).
	05 FILLER       pic X.
	05 ZIN-STATUS   pic X.
	05 FILLER       pic X.
	05 ZIN-VALUE    pic 9V9(18).
01  ZIN-LINEAGE-RECORD pic X(187).

FD  EXCEPTION-LIST-FILE.
01  EXCEPTION-LIST-LINE pic X(132).

WORKING-STORAGE SECTION.
	77 WS-SMST-STATUS pic X(2).
	77 WS-CORR-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-SCHD-STATUS pic X(2).
	77 WS-SENS-STATUS pic X(2).
	77 WS-ZIN-STATUS pic X(2).
	77 WS-EMCX-STATUS pic X(2).
	77 WS-OUT-EXTENT pic 9(3) value 0.
	77 WS-CHECK-SUB pic 9(3).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-SCEN-COUNT pic 9(5) value 0.
	77 WS-SKIPPED-COUNT pic 9(5) value 0.
	77 WS-FLAGGED-COUNT pic 9(5) value 0.
	77 WS-SCHED-COUNT pic 9(7) value 0.
	77 WS-COMPUTED-COUNT pic 9(7) value 0.
	77 WS-EXCEEDED-COUNT pic 9(7) value 0.
	77 WS-OVERFLOWED-COUNT pic 9(7) value 0.
	77 WS-REJECTED-COUNT pic 9(7) value 0.
	*> the BERNGCTL stamp is copied out of the record area before
	*> that file is closed; the lineage headers are built after it.
	77 WS-GEN-STAT pic X value SPACE.
	77 WS-GEN-DATE pic 9(8) value 0.
	77 WS-GEN-TIME pic 9(6) value 0.
	77 WS-GEN-EXTENT pic 9(3) value 0.
	77 WS-KEYED-SETTING pic 9 value 0.
	77 WS-PARM-SETTINGS pic X(120) value SPACES.
	77 k pic 9(3).
	77 p pic 9(7).
	77 WS-TOTAL-PERIODS pic 9(6).
	77 WS-FETCH-FLAG pic X.
		88 WS-FETCH-CLEAN  value "Y".
		88 WS-FETCH-FAILED value "N".
	*> sensitivity mode: the rate the correction paragraph works on
	*> is the scenario's own on the base pass and the shocked one on
	*> each shock pass; only the base pass writes a schedule.
	77 WS-SENS-FLAG pic X value "N".
		88 WS-SENSITIVITY-ON  value "Y".
		88 WS-SENSITIVITY-OFF value "N".
	77 WS-SENS-SETTING pic 9 value 0.
	77 WS-PASS-FLAG pic X value "B".
		88 WS-BASE-PASS  value "B".
		88 WS-SHOCK-PASS value "S".
	77 WS-CALC-RATE pic S9V9(7).
	77 WS-SHOCK-MAX pic 9(2) value 12.
	77 WS-SHOCK-COUNT pic 9(2) value 0.
	77 WS-SHOCK-IDX pic 9(2).
	77 WS-SHOCK-NUM pic 9.
	77 WS-SHOCK-SIDE pic X(4).
	77 WS-SHOCK-WHOLE pic 9(4).
	77 WS-SHOCK-EDIT pic +(4)9.
	77 WS-DOWN-IDX pic 9(2).
	77 WS-UP-IDX pic 9(2).
	77 WS-BASE-STATUS pic X.
	77 WS-BASE-FACTOR pic S9(3)V9(15).
	77 WS-BASE-CORR-RATE pic S9(3)V9(7).
	77 WS-BASE-ACCUM pic S9(18)V9(9).
	77 WS-DURATION pic S9(5)V9(6).
	77 WS-DURATION-FLAG pic X.
	77 WS-SENS-RECORD-COUNT pic 9(7) value 0.
	77 WS-SENS-COMPUTED-COUNT pic 9(7) value 0.
	77 WS-SENS-EXCEEDED-COUNT pic 9(7) value 0.
	77 WS-SENS-OVERFLOWED-COUNT pic 9(7) value 0.
	77 WS-SENS-REJECTED-COUNT pic 9(7) value 0.
	77 WS-SENS-NONPOS-COUNT pic 9(7) value 0.
	77 WS-SENS-DIVERGENT-COUNT pic 9(7) value 0.
	77 WS-DIVERGENT-COUNT pic 9(7) value 0.
	*> truncation bound: the tolerance is 10**-WS-TOL-EXP, the
	*> divergence fence a fraction of the 2*PI radius.  r stays
	*> below 1 for every row that reaches the bound, so its square
	*> and powers fit a single integer digit.
	77 WS-TWO-PI pic 9V9(30)
		value 6.283185307179586476925286766559.
	77 WS-RATIO pic 9(3)V9(18).
	77 WS-RATIO-SQ pic 9V9(30).
	77 WS-RATIO-POW pic 9V9(30).
	77 WS-DIVERGENCE-RATIO pic 9V9(6) value 0.9.
	77 WS-TOL-EXP pic 9(2) value 10.
	77 WS-TOLERANCE pic 9V9(18).
	77 WS-BOUND-WORK pic 9(3)V9(27).
	77 WS-BOUND-FLAG pic X.
		88 WS-BOUND-KNOWN   value "Y".
		88 WS-BOUND-MISSING value "N".
	77 WS-TRY-ORDER pic 9(3).
	77 WS-TAIL-ORDER pic 9(3).
	77 WS-HALF-ORDER pic 9(3).
	77 WS-ODD-REM pic 9.
	77 WS-POW-IDX pic 9(3).
	77 WS-ZETA-FLAG pic X value "N".
		88 WS-ZETA-LOADED value "Y".
		88 WS-ZETA-ABSENT value "N".
	77 WS-ZETA-COUNT pic 9(3) value 0.
	77 WS-TOO-LOW-COUNT pic 9(5) value 0.
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 WS-ZETA-TABLE.
		05 WS-ZETA-ENTRY OCCURS 50 TIMES.
			10 ZT-STATUS pic X value SPACE.
			10 ZT-VALUE  pic 9V9(18) value 0.
	01 WS-EXCP-HEADING.
		05 FILLER      pic X(36)
			value "BERNEMC SERIES ORDER TOO LOW -- RUN ".
		05 XH-RUN-DATE pic 9(8).
		05 FILLER      pic X(15) value "  TOLERANCE 1E-".
		05 XH-TOL-EXP  pic 9(2).
		05 FILLER      pic X(40)
			value "  (RECOMMENDED 0 = NONE WITHIN BERNZOUT)".
	01 WS-EXCP-DETAIL.
		05 FILLER         pic X(9) value "SCENARIO ".
		05 XD-SCEN-ID     pic X(8).
		05 FILLER         pic X value SPACE.
		05 XD-DESC        pic X(30).
		05 FILLER         pic X(7) value " ORDER ".
		05 XD-ORDER       pic ZZ9.
		05 FILLER         pic X(13) value " RECOMMENDED ".
		05 XD-RECOMMENDED pic ZZ9.
		05 FILLER         pic X(7) value " BOUND ".
		05 XD-BOUND       pic ZZ9.9(18).
		05 FILLER         pic X(7) value " RATIO ".
		05 XD-RATIO       pic 9.9(6).
	01 WS-EXCP-TOTAL.
		05 XT-COUNT       pic ZZZZ9.
		05 FILLER         pic X(57) value
			" SCENARIOS WITH ORDER TOO LOW -- CORRECT THROUGH BERNSCNM".
	01 WS-SHOCK-LADDER.
		05 WS-LADDER-BP pic S9(4) OCCURS 12 TIMES.
	01 WS-SHOCK-RESULTS.
		05 SHOCK-RESULT OCCURS 12 TIMES.
			10 SHR-RATE      pic S9V9(7).
			10 SHR-STATUS    pic X.
			10 SHR-FACTOR    pic S9(3)V9(15).
			10 SHR-CORR-RATE pic S9(3)V9(7).
			10 SHR-ACCUM     pic S9(18)V9(9).
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
	CLOSE SCENARIO-MASTER-FILE
	PERFORM 3000-WRITE-LINEAGE-TRAILERS
	CLOSE CORRECTED-FILE
	CLOSE SCHEDULE-FILE
	IF WS-SENSITIVITY-ON
		CLOSE SENSITIVITY-FILE
	END-IF
	MOVE WS-TOO-LOW-COUNT TO XT-COUNT
	WRITE EXCEPTION-LIST-LINE FROM WS-EXCP-TOTAL
	CLOSE EXCEPTION-LIST-FILE
	IF WS-KEYED-ACCESS
		CLOSE BERN-MASTER-FILE
	END-IF
		WS-SKIPPED-COUNT " OUTSIDE EFFECTIVE DATES, "
		WS-FLAGGED-COUNT " FLAGGED, "
		WS-SCHED-COUNT " SCHEDULE RECORDS"
	DISPLAY "BERNEMC: " WS-DIVERGENT-COUNT " DIVERGENT, "
		WS-TOO-LOW-COUNT " WITH SERIES ORDER TOO LOW FOR TOLERANCE"
	IF WS-SENSITIVITY-ON
		DISPLAY "BERNEMC: " WS-SENS-RECORD-COUNT
			" SENSITIVITY RECORDS, " WS-SENS-NONPOS-COUNT
			" WITH A NONPOSITIVE SHOCKED RATE"
	END-IF
	IF WS-TOO-LOW-COUNT > 0 OR WS-DIVERGENT-COUNT > 0
		MOVE 8 TO RETURN-CODE
	END-IF
	STOP RUN.

0500-FETCH-PARAMETERS.
		END-IF
	ELSE
		DISPLAY "BERNEMC: TABLE ACCESS SEQUENTIAL (DEFAULT)"
	END-IF
	IF WS-KEYED-ACCESS
		move 1 to WS-KEYED-SETTING
	END-IF
	*> SENSITIVITY-MODE 1 adds the rate-shock grid; 0 (or no card)
	*> leaves the run exactly as it was.
	MOVE "SENSITIVITY-MODE" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE = 1
			set WS-SENSITIVITY-ON to true
		ELSE
			IF PRM-VALUE NOT = 0
				DISPLAY "FATAL: SENSITIVITY-MODE CARD VALUE "
					PRM-VALUE " IS NOT 0 OR 1"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-IF
		IF WS-SENSITIVITY-ON
			DISPLAY "BERNEMC: SENSITIVITY MODE ON (BERNPARM)"
		ELSE
			DISPLAY "BERNEMC: SENSITIVITY MODE OFF (BERNPARM)"
		END-IF
	ELSE
		DISPLAY "BERNEMC: SENSITIVITY MODE OFF (DEFAULT)"
	END-IF
	IF WS-SENSITIVITY-ON
		move 1 to WS-SENS-SETTING
		PERFORM 0600-FETCH-SHOCK-LADDER
	END-IF
	*> TRUNC-TOLERANCE-EXP n sets the truncation tolerance to
	*> 10**-n -- the card's six decimal places could not carry the
	*> tolerances the series actually meets -- and DIVERGENCE-RATIO
	*> the fraction of the 2*PI radius past which a force is refused.
	MOVE "TRUNC-TOLERANCE-EXP" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		MOVE PRM-VALUE TO WS-TOL-EXP
		IF WS-TOL-EXP < 1 OR WS-TOL-EXP > 18
				OR WS-TOL-EXP NOT = PRM-VALUE
			DISPLAY "FATAL: TRUNC-TOLERANCE-EXP CARD VALUE "
				PRM-VALUE " IS NOT A WHOLE 1-18"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "BERNEMC: TRUNCATION TOLERANCE 1E-" WS-TOL-EXP
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNEMC: TRUNCATION TOLERANCE 1E-" WS-TOL-EXP
			" (DEFAULT)"
	END-IF
	move 1 to WS-TOLERANCE
	move 1 to WS-POW-IDX
	perform until WS-POW-IDX > WS-TOL-EXP
		DIVIDE 10 INTO WS-TOLERANCE
		add 1 to WS-POW-IDX
	end-perform
	MOVE "DIVERGENCE-RATIO" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE NOT > 0 OR PRM-VALUE > 1
			DISPLAY "FATAL: DIVERGENCE-RATIO CARD VALUE "
				PRM-VALUE " IS NOT ABOVE 0 AND AT MOST 1"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-DIVERGENCE-RATIO
		DISPLAY "BERNEMC: DIVERGENCE-RATIO " WS-DIVERGENCE-RATIO
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNEMC: DIVERGENCE-RATIO " WS-DIVERGENCE-RATIO
			" (DEFAULT)"
	END-IF
	STRING "MAX-EXPONENT=" WS-MAX-EXPONENT
		" KEYED-TABLE-FETCH=" WS-KEYED-SETTING
		" SENSITIVITY-MODE=" WS-SENS-SETTING
		" TRUNC-TOLERANCE-EXP=" WS-TOL-EXP
		" DIVERGENCE-RATIO=" WS-DIVERGENCE-RATIO
		DELIMITED BY SIZE INTO WS-PARM-SETTINGS.

0600-FETCH-SHOCK-LADDER.
	*> BERNPARM values are unsigned, so the direction is in the
	*> keyword: SHOCK-DOWN-6 .. SHOCK-DOWN-1 go on the ladder first,
	*> negated, then SHOCK-UP-1 .. SHOCK-UP-6 -- keyed outward from
	*> the base, that reads most negative to most positive.  Any
	*> shock card at all replaces the whole default ladder.
	MOVE "DOWN" TO WS-SHOCK-SIDE
	move 6 to WS-SHOCK-NUM
	perform until WS-SHOCK-NUM < 1
		PERFORM 0650-FETCH-ONE-SHOCK
		subtract 1 from WS-SHOCK-NUM
	end-perform
	MOVE "UP" TO WS-SHOCK-SIDE
	move 1 to WS-SHOCK-NUM
	perform until WS-SHOCK-NUM > 6
		PERFORM 0650-FETCH-ONE-SHOCK
		add 1 to WS-SHOCK-NUM
	end-perform
	IF WS-SHOCK-COUNT = 0
		move 6 to WS-SHOCK-COUNT
		MOVE -200 TO WS-LADDER-BP (1)
		MOVE -100 TO WS-LADDER-BP (2)
		MOVE -50  TO WS-LADDER-BP (3)
		MOVE 50   TO WS-LADDER-BP (4)
		MOVE 100  TO WS-LADDER-BP (5)
		MOVE 200  TO WS-LADDER-BP (6)
		DISPLAY "BERNEMC: SHOCK LADDER -200 -100 -50 +50 +100 +200 BP"
			" (DEFAULT)"
	ELSE
		move 1 to WS-SHOCK-IDX
		perform until WS-SHOCK-IDX > WS-SHOCK-COUNT
			MOVE WS-LADDER-BP (WS-SHOCK-IDX) TO WS-SHOCK-EDIT
			DISPLAY "BERNEMC: SHOCK " WS-SHOCK-EDIT " BP (BERNPARM)"
			add 1 to WS-SHOCK-IDX
		end-perform
	END-IF.

0650-FETCH-ONE-SHOCK.
	*> a shock is whole basis points, 1 to 9999; a zero, a fraction
	*> or anything bigger is a keying slip in the ladder itself.
	MOVE SPACES TO PRM-KEYWORD
	STRING "SHOCK-" WS-SHOCK-SIDE DELIMITED BY SPACE
		"-" WS-SHOCK-NUM DELIMITED BY SIZE
		INTO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		MOVE PRM-VALUE TO WS-SHOCK-WHOLE
		IF PRM-VALUE < 1 OR PRM-VALUE > 9999
				OR WS-SHOCK-WHOLE NOT = PRM-VALUE
			DISPLAY "FATAL: " PRM-KEYWORD " CARD VALUE "
				PRM-VALUE " IS NOT A WHOLE 1-9999 BASIS POINTS"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		add 1 to WS-SHOCK-COUNT
		IF WS-SHOCK-SIDE = "DOWN"
			COMPUTE WS-LADDER-BP (WS-SHOCK-COUNT) = 0 - PRM-VALUE
		ELSE
			MOVE PRM-VALUE TO WS-LADDER-BP (WS-SHOCK-COUNT)
		END-IF
	END-IF.

1000-INITIALIZE.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	IF WS-KEYED-ACCESS
		OPEN INPUT BERN-MASTER-FILE
		IF WS-MST-STATUS NOT = "00"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		*> the lineage header goes out before any scenario is read,
		*> so order 1 -- which every scenario needs anyway -- is
		*> fetched up front to learn the master's load stamp.
		set WS-FETCH-CLEAN to true
		move 1 to WS-FETCH-ORDER
		PERFORM 2060-FETCH-ONE-ORDER
		PERFORM 1160-NOTE-GENERATION
	ELSE
		PERFORM 1100-LOAD-BERN-TABLE
		PERFORM 1150-CHECK-GENERATION
			WS-SCHD-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-SENSITIVITY-ON
		OPEN OUTPUT SENSITIVITY-FILE
		IF WS-SENS-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNEMSN FOR OUTPUT (STATUS "
				WS-SENS-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	OPEN OUTPUT EXCEPTION-LIST-FILE
	IF WS-EMCX-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNEMCX FOR OUTPUT (STATUS "
			WS-EMCX-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-RUN-DATE TO XH-RUN-DATE
	MOVE WS-TOL-EXP  TO XH-TOL-EXP
	WRITE EXCEPTION-LIST-LINE FROM WS-EXCP-HEADING
	PERFORM 1300-LOAD-ZETA-TABLE
	PERFORM 1900-WRITE-LINEAGE-HEADERS.

1100-LOAD-BERN-TABLE.
	*> reads the whole BERNOUT generation back into the shared BERNTAB
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE GEN-STATUS     TO WS-GEN-STAT
	MOVE GEN-BUILD-DATE TO WS-GEN-DATE
	MOVE GEN-BUILD-TIME TO WS-GEN-TIME
	MOVE GEN-EXTENT     TO WS-GEN-EXTENT
	CLOSE GEN-CONTROL-FILE.

1160-NOTE-GENERATION.
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
		DISPLAY "BERNEMC: NO BERNGCTL STAMP FOR THE LINEAGE HEADER"
	END-IF.

1300-LOAD-ZETA-TABLE.
	*> the bound is advice, not a fence: a run with no BERNZOUT on
	*> its JCL still corrects every scenario, it just cannot say how
	*> close the series came.  A BERNZOUT that is there must be
	*> BERNZETA's, and only computed zeta rows are used.
	OPEN INPUT ZETA-IN-FILE
	IF WS-ZIN-STATUS = "35"
		DISPLAY "BERNEMC: NO BERNZOUT -- TRUNCATION BOUNDS NOT ESTIMATED"
	ELSE
		IF WS-ZIN-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNZOUT FOR INPUT (STATUS "
				WS-ZIN-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		set WS-ZETA-LOADED to true
		perform until WS-ZIN-STATUS = "10"
			READ ZETA-IN-FILE
				AT END
					CONTINUE
				NOT AT END
					IF WS-ZIN-STATUS NOT = "00"
						DISPLAY "FATAL: ERROR READING BERNZOUT (STATUS "
							WS-ZIN-STATUS ")"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					PERFORM 1350-STORE-ZETA-RECORD
			END-READ
		end-perform
		CLOSE ZETA-IN-FILE
		DISPLAY "BERNEMC: " WS-ZETA-COUNT
			" ZETA VALUES LOADED FROM BERNZOUT"
	END-IF.

1350-STORE-ZETA-RECORD.
	EVALUATE TRUE
		WHEN ZIN-HEADER-REC
			MOVE ZIN-LINEAGE-RECORD TO WS-LINEAGE-HEADER
			IF LH-PROGRAM NOT = "BERNZETA"
				DISPLAY "FATAL: BERNZOUT HEADER NAMES '" LH-PROGRAM
					"' -- NOT A BERNZETA OUTPUT"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		WHEN ZIN-DETAIL-REC
			IF ZIN-ORDER > 0 AND ZIN-ORDER NOT > 50
					AND ZIN-STATUS = "C"
				MOVE ZIN-STATUS TO ZT-STATUS (ZIN-ORDER)
				MOVE ZIN-VALUE  TO ZT-VALUE (ZIN-ORDER)
				add 1 to WS-ZETA-COUNT
			END-IF
		WHEN ZIN-TRAILER-REC
			CONTINUE
		WHEN OTHER
			DISPLAY "FATAL: BERNZOUT RECORD TYPE '" ZIN-REC-TYPE
				"' IS NOT H, D OR T"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.

1900-WRITE-LINEAGE-HEADERS.
	MOVE SPACES TO WS-LINEAGE-HEADER
	set LH-HEADER-REC to true
	MOVE "BERNEMC"        TO LH-PROGRAM
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
	MOVE WS-LINEAGE-HEADER TO CORR-LINEAGE-RECORD
	WRITE CORR-LINEAGE-RECORD
	MOVE WS-LINEAGE-HEADER TO SCHD-LINEAGE-RECORD
	WRITE SCHD-LINEAGE-RECORD
	IF WS-SENSITIVITY-ON
		MOVE WS-LINEAGE-HEADER TO SENS-LINEAGE-RECORD
		WRITE SENS-LINEAGE-RECORD
	END-IF.

2000-PROCESS-SCENARIO.
	MOVE SPACES TO CORRECTED-RECORD
	set CORR-DETAIL-REC to true
	MOVE SCM-ID      TO CORR-SCEN-ID
	MOVE SCM-RATE    TO CORR-RATE
	MOVE SCM-PERIODS TO CORR-PERIODS
	MOVE 0 TO CORR-FACTOR
	MOVE 0 TO CORR-CORRECTED-RATE
	MOVE 0 TO CORR-ACCUM-VALUE
	MOVE 0 TO CORR-TRUNC-BOUND
	MOVE 0 TO CORR-RECOMMENDED-ORDER
	MOVE SCM-RATE TO WS-CALC-RATE
	*> BERNSCNM edits these on the way onto the master, but the master
	*> predates that fence on some rows -- keep rejecting here rather
	*> than trust every row that ever got keyed.
		DISPLAY "BERNEMC: SCENARIO " SCM-ID " FLAGGED, STATUS "
			CORR-STATUS
	END-IF
	EVALUATE TRUE
		WHEN CORR-COMPUTED
			ADD 1 TO WS-COMPUTED-COUNT
		WHEN CORR-ORDER-EXCEEDED
			ADD 1 TO WS-EXCEEDED-COUNT
		WHEN CORR-OVERFLOWED
			ADD 1 TO WS-OVERFLOWED-COUNT
		WHEN CORR-REJECTED
			ADD 1 TO WS-REJECTED-COUNT
		WHEN CORR-DIVERGENT
			ADD 1 TO WS-DIVERGENT-COUNT
	END-EVALUATE
	IF CORR-COMPUTED
		PERFORM 2150-TRUNCATION-BOUND
	END-IF
	*> the base results are kept aside before the record goes out;
	*> the shock passes reuse the record's fields as their work area.
	MOVE CORR-STATUS         TO WS-BASE-STATUS
	MOVE CORR-FACTOR         TO WS-BASE-FACTOR
	MOVE CORR-CORRECTED-RATE TO WS-BASE-CORR-RATE
	MOVE CORR-ACCUM-VALUE    TO WS-BASE-ACCUM
	WRITE CORRECTED-RECORD
	IF WS-SENSITIVITY-ON
		PERFORM 2500-SENSITIVITY-GRID
	END-IF.

2050-FETCH-NEEDED-ORDERS.
	*> the correction series reads every order 1 through the
	*> the zero-rate scenario is the x -> 0 limit of the series: the
	*> factor is exactly 1 and the accumulation is exactly N payments
	*> of 1, and computing it that way avoids the 1/x division.
	IF WS-CALC-RATE = 0
		MOVE 1 TO CORR-FACTOR
		MOVE 0 TO CORR-CORRECTED-RATE
		COMPUTE CORR-ACCUM-VALUE = SCM-PERIODS * SCM-HORIZON
		IF SCM-SCHEDULED AND WS-BASE-PASS
			PERFORM 2350-WRITE-ZERO-SCHEDULE
		END-IF
	ELSE
		COMPUTE WS-X = FUNCTION LOG (1 + WS-CALC-RATE / SCM-PERIODS)
		*> x/(e**x - 1) converges only inside |x| < 2*PI; a force near
		*> or past that radius gets no answer rather than a wrong one.
		COMPUTE WS-RATIO = WS-X / WS-TWO-PI
		IF WS-RATIO NOT < WS-DIVERGENCE-RATIO
			set CORR-DIVERGENT to true
			MOVE 0 TO CORR-FACTOR
			MOVE 0 TO CORR-CORRECTED-RATE
			MOVE 0 TO CORR-ACCUM-VALUE
		ELSE
			PERFORM 2110-SUM-SERIES
		END-IF
	END-IF.

2110-SUM-SERIES.
	move 1 to WS-POW-FACT
	move 1 to WS-FACTOR
	move 1 to k
	perform until k > SCM-ORDER or WS-SCEN-BLOWN
		COMPUTE WS-POW-FACT = WS-POW-FACT * WS-X / k
		COMPUTE WS-CHECK-SUB = k + 1
		PERFORM 8100-CHECK-SUBSCRIPT
		IF B-OVERFLOWED (k + 1)
			*> a husk row (overflowed in the build) carries the
			*> placeholder fraction 0/1; using it would silently
			*> drop a genuine term, so the scenario fails instead.
			set WS-SCEN-BLOWN to true
		ELSE
			*> divide the minute power term by the denominator
			*> before touching the numerator: forming the decimal
			*> B(k) first would truncate it to the work field's
			*> places, and the numerator can be astronomically
			*> bigger than the term it contributes.
			COMPUTE WS-TERM =
					WS-POW-FACT / B-DENOMINATOR (k + 1)
			COMPUTE WS-TERM = WS-TERM * B-NUMERATOR (k + 1)
				ON SIZE ERROR
					set WS-SCEN-BLOWN to true
			END-COMPUTE
			IF WS-SCEN-SOUND
				COMPUTE WS-FACTOR = WS-FACTOR + WS-TERM
					ON SIZE ERROR
						set WS-SCEN-BLOWN to true
				END-COMPUTE
			END-IF
		END-IF
		add 1 to k
	end-perform
	IF WS-SCEN-SOUND
		PERFORM 2200-APPLY-CORRECTION
	END-IF
	*> the schedule comes off the same one-pass factor and force
	*> the summary row just used -- and only once the summary's
	*> own full-horizon range checks have passed, so every partial
	*> accumulation is known to fit its field.
	IF WS-SCEN-SOUND AND SCM-SCHEDULED AND WS-BASE-PASS
		PERFORM 2300-WRITE-SCHEDULE
	END-IF
	IF WS-SCEN-BLOWN
		set CORR-OVERFLOWED to true
		MOVE 0 TO CORR-FACTOR
		MOVE 0 TO CORR-CORRECTED-RATE
		MOVE 0 TO CORR-ACCUM-VALUE
	END-IF.

2150-TRUNCATION-BOUND.
	*> the bound at the scenario's own order, then the lowest order
	*> from 1 up whose bound meets the tolerance.  The bound never
	*> grows with the order, so an order whose own bound misses the
	*> tolerance is always below the recommendation.
	IF WS-ZETA-ABSENT
		set CORR-BOUND-UNKNOWN to true
	ELSE
		IF WS-CALC-RATE = 0
			MOVE 0 TO CORR-TRUNC-BOUND
			MOVE 1 TO CORR-RECOMMENDED-ORDER
			set CORR-ORDER-SUFFICES to true
		ELSE
			COMPUTE WS-RATIO-SQ = WS-RATIO * WS-RATIO
			MOVE 0 TO CORR-RECOMMENDED-ORDER
			move 1 to WS-TRY-ORDER
			set WS-BOUND-KNOWN to true
			perform until CORR-RECOMMENDED-ORDER NOT = 0
					or WS-BOUND-MISSING
				PERFORM 2160-BOUND-AT-ORDER
				IF WS-BOUND-KNOWN AND WS-BOUND-WORK NOT > WS-TOLERANCE
					MOVE WS-TRY-ORDER TO CORR-RECOMMENDED-ORDER
				END-IF
				add 1 to WS-TRY-ORDER
			end-perform
			MOVE SCM-ORDER TO WS-TRY-ORDER
			PERFORM 2160-BOUND-AT-ORDER
			IF WS-BOUND-MISSING
				set CORR-BOUND-UNKNOWN to true
			ELSE
				COMPUTE CORR-TRUNC-BOUND = WS-BOUND-WORK
				IF WS-BOUND-WORK > WS-TOLERANCE
					set CORR-ORDER-TOO-LOW to true
					PERFORM 2170-LIST-ORDER-TOO-LOW
				ELSE
					set CORR-ORDER-SUFFICES to true
				END-IF
			END-IF
		END-IF
	END-IF.

2160-BOUND-AT-ORDER.
	*> the odd B(k) past order 1 are zero, so the first term a sum
	*> to order WS-TRY-ORDER leaves out is at the next even order.
	*> A tail order with no computed zeta value has no bound.
	DIVIDE WS-TRY-ORDER BY 2 GIVING WS-HALF-ORDER
		REMAINDER WS-ODD-REM
	IF WS-ODD-REM = 0
		COMPUTE WS-TAIL-ORDER = WS-TRY-ORDER + 2
	ELSE
		COMPUTE WS-TAIL-ORDER = WS-TRY-ORDER + 1
	END-IF
	set WS-BOUND-MISSING to true
	IF WS-TAIL-ORDER NOT > 50
		IF ZT-STATUS (WS-TAIL-ORDER) = "C"
			set WS-BOUND-KNOWN to true
		END-IF
	END-IF
	IF WS-BOUND-KNOWN
		move 1 to WS-RATIO-POW
		move 2 to WS-POW-IDX
		perform until WS-POW-IDX > WS-TAIL-ORDER
			COMPUTE WS-RATIO-POW = WS-RATIO-POW * WS-RATIO-SQ
			add 2 to WS-POW-IDX
		end-perform
		COMPUTE WS-BOUND-WORK = 2 * ZT-VALUE (WS-TAIL-ORDER)
				* WS-RATIO-POW / (1 - WS-RATIO-SQ)
	END-IF.

2170-LIST-ORDER-TOO-LOW.
	add 1 to WS-TOO-LOW-COUNT
	MOVE SCM-ID                 TO XD-SCEN-ID
	MOVE SCM-DESC               TO XD-DESC
	MOVE SCM-ORDER              TO XD-ORDER
	MOVE CORR-RECOMMENDED-ORDER TO XD-RECOMMENDED
	MOVE CORR-TRUNC-BOUND       TO XD-BOUND
	MOVE WS-RATIO               TO XD-RATIO
	WRITE EXCEPTION-LIST-LINE FROM WS-EXCP-DETAIL.

2200-APPLY-CORRECTION.
	COMPUTE CORR-FACTOR = WS-FACTOR
		ON SIZE ERROR
			set WS-SCEN-BLOWN to true
	END-COMPUTE
	IF WS-SCEN-SOUND
		COMPUTE CORR-CORRECTED-RATE = WS-CALC-RATE * WS-FACTOR
			ON SIZE ERROR
				set WS-SCEN-BLOWN to true
		END-COMPUTE
		END-COMPUTE
		IF WS-SCEN-SOUND
			MOVE SPACES TO SCHEDULE-RECORD
			set SCHD-DETAIL-REC to true
			MOVE SCM-ID TO SCHD-SCEN-ID
			MOVE p      TO SCHD-PERIOD
			MOVE WS-X   TO SCHD-FORCE
	move 1 to p
	perform until p > WS-TOTAL-PERIODS
		MOVE SPACES TO SCHEDULE-RECORD
		set SCHD-DETAIL-REC to true
		MOVE SCM-ID TO SCHD-SCEN-ID
		MOVE p      TO SCHD-PERIOD
		MOVE 0      TO SCHD-FORCE
		add 1 to p
	end-perform.

2500-SENSITIVITY-GRID.
	*> every shock is run first so the duration is known when the
	*> base row goes out; the base row leads the scenario's rows.
	set WS-SHOCK-PASS to true
	move 1 to WS-SHOCK-IDX
	perform until WS-SHOCK-IDX > WS-SHOCK-COUNT
		PERFORM 2510-RUN-ONE-SHOCK
		add 1 to WS-SHOCK-IDX
	end-perform
	set WS-BASE-PASS to true
	PERFORM 2550-EFFECTIVE-DURATION
	MOVE SPACES TO SENSITIVITY-RECORD
	set SENS-DETAIL-REC to true
	MOVE SCM-ID            TO SENS-SCEN-ID
	MOVE 0                 TO SENS-SHOCK-BP
	MOVE SCM-RATE          TO SENS-SHOCKED-RATE
	MOVE WS-BASE-STATUS    TO SENS-STATUS
	MOVE WS-BASE-FACTOR    TO SENS-FACTOR
	MOVE WS-BASE-CORR-RATE TO SENS-CORRECTED-RATE
	MOVE WS-BASE-ACCUM     TO SENS-ACCUM-VALUE
	MOVE 0                 TO SENS-RATE-CHANGE
	MOVE 0                 TO SENS-ACCUM-CHANGE
	MOVE WS-DURATION       TO SENS-DURATION
	MOVE WS-DURATION-FLAG  TO SENS-DURATION-FLAG
	PERFORM 2590-WRITE-SENSITIVITY-RECORD
	move 1 to WS-SHOCK-IDX
	perform until WS-SHOCK-IDX > WS-SHOCK-COUNT
		MOVE SPACES TO SENSITIVITY-RECORD
		set SENS-DETAIL-REC to true
		MOVE SCM-ID TO SENS-SCEN-ID
		MOVE WS-LADDER-BP (WS-SHOCK-IDX)  TO SENS-SHOCK-BP
		MOVE SHR-RATE (WS-SHOCK-IDX)      TO SENS-SHOCKED-RATE
		MOVE SHR-STATUS (WS-SHOCK-IDX)    TO SENS-STATUS
		MOVE SHR-FACTOR (WS-SHOCK-IDX)    TO SENS-FACTOR
		MOVE SHR-CORR-RATE (WS-SHOCK-IDX) TO SENS-CORRECTED-RATE
		MOVE SHR-ACCUM (WS-SHOCK-IDX)     TO SENS-ACCUM-VALUE
		MOVE 0 TO SENS-RATE-CHANGE
		MOVE 0 TO SENS-ACCUM-CHANGE
		*> a change from base only means something when both ends
		*> were computed; anything else leaves it zero, and the
		*> status says why.
		IF WS-BASE-STATUS = "C" AND SENS-COMPUTED
			COMPUTE SENS-RATE-CHANGE =
					SHR-CORR-RATE (WS-SHOCK-IDX) - WS-BASE-CORR-RATE
			COMPUTE SENS-ACCUM-CHANGE =
					SHR-ACCUM (WS-SHOCK-IDX) - WS-BASE-ACCUM
				ON SIZE ERROR
					MOVE 0 TO SENS-ACCUM-CHANGE
					set SENS-OVERFLOWED to true
			END-COMPUTE
		END-IF
		MOVE 0 TO SENS-DURATION
		MOVE SPACE TO SENS-DURATION-FLAG
		PERFORM 2590-WRITE-SENSITIVITY-RECORD
		add 1 to WS-SHOCK-IDX
	end-perform.

2510-RUN-ONE-SHOCK.
	*> a scenario rejected or past the table at its own rate is no
	*> better at a shocked one -- its status carries straight onto
	*> the shock row.  Otherwise a shocked rate at or below zero is
	*> its own status, and anything above goes through the same
	*> correction paragraph the base row did.
	MOVE 0 TO SHR-RATE (WS-SHOCK-IDX)
	MOVE 0 TO SHR-FACTOR (WS-SHOCK-IDX)
	MOVE 0 TO SHR-CORR-RATE (WS-SHOCK-IDX)
	MOVE 0 TO SHR-ACCUM (WS-SHOCK-IDX)
	set WS-SCEN-SOUND to true
	COMPUTE WS-CALC-RATE = SCM-RATE + WS-LADDER-BP (WS-SHOCK-IDX) / 10000
		ON SIZE ERROR
			set WS-SCEN-BLOWN to true
	END-COMPUTE
	IF WS-SCEN-SOUND
		MOVE WS-CALC-RATE TO SHR-RATE (WS-SHOCK-IDX)
	END-IF
	EVALUATE TRUE
		WHEN WS-BASE-STATUS = "R" OR WS-BASE-STATUS = "E"
			MOVE WS-BASE-STATUS TO SHR-STATUS (WS-SHOCK-IDX)
		WHEN WS-SCEN-BLOWN
			MOVE "O" TO SHR-STATUS (WS-SHOCK-IDX)
		WHEN WS-CALC-RATE NOT > 0
			MOVE "N" TO SHR-STATUS (WS-SHOCK-IDX)
		WHEN OTHER
			MOVE 0 TO CORR-FACTOR
			MOVE 0 TO CORR-CORRECTED-RATE
			MOVE 0 TO CORR-ACCUM-VALUE
			PERFORM 2100-COMPUTE-CORRECTION
			MOVE CORR-STATUS         TO SHR-STATUS (WS-SHOCK-IDX)
			MOVE CORR-FACTOR         TO SHR-FACTOR (WS-SHOCK-IDX)
			MOVE CORR-CORRECTED-RATE TO SHR-CORR-RATE (WS-SHOCK-IDX)
			MOVE CORR-ACCUM-VALUE    TO SHR-ACCUM (WS-SHOCK-IDX)
	END-EVALUATE.

2550-EFFECTIVE-DURATION.
	*> the tightest bracket on the ladder: the down shock nearest the
	*> base and the up shock nearest it.  No duration without a base,
	*> both neighbours computed, and a nonzero base value to scale by.
	MOVE 0 TO WS-DURATION
	MOVE "N" TO WS-DURATION-FLAG
	MOVE 0 TO WS-DOWN-IDX
	MOVE 0 TO WS-UP-IDX
	move 1 to WS-SHOCK-IDX
	perform until WS-SHOCK-IDX > WS-SHOCK-COUNT
		IF WS-LADDER-BP (WS-SHOCK-IDX) < 0
			IF WS-DOWN-IDX = 0
				MOVE WS-SHOCK-IDX TO WS-DOWN-IDX
			ELSE
				IF WS-LADDER-BP (WS-SHOCK-IDX) >
						WS-LADDER-BP (WS-DOWN-IDX)
					MOVE WS-SHOCK-IDX TO WS-DOWN-IDX
				END-IF
			END-IF
		ELSE
			IF WS-UP-IDX = 0
				MOVE WS-SHOCK-IDX TO WS-UP-IDX
			ELSE
				IF WS-LADDER-BP (WS-SHOCK-IDX) <
						WS-LADDER-BP (WS-UP-IDX)
					MOVE WS-SHOCK-IDX TO WS-UP-IDX
				END-IF
			END-IF
		END-IF
		add 1 to WS-SHOCK-IDX
	end-perform
	IF WS-BASE-STATUS = "C" AND WS-BASE-ACCUM NOT = 0
			AND WS-DOWN-IDX NOT = 0 AND WS-UP-IDX NOT = 0
		IF SHR-STATUS (WS-DOWN-IDX) = "C"
				AND SHR-STATUS (WS-UP-IDX) = "C"
			COMPUTE WS-DURATION ROUNDED =
					(SHR-ACCUM (WS-DOWN-IDX) - SHR-ACCUM (WS-UP-IDX))
					* 10000 / (WS-BASE-ACCUM
					* (WS-LADDER-BP (WS-UP-IDX)
						- WS-LADDER-BP (WS-DOWN-IDX)))
				ON SIZE ERROR
					MOVE 0 TO WS-DURATION
				NOT ON SIZE ERROR
					MOVE "Y" TO WS-DURATION-FLAG
			END-COMPUTE
		END-IF
	END-IF.

2590-WRITE-SENSITIVITY-RECORD.
	WRITE SENSITIVITY-RECORD
	ADD 1 TO WS-SENS-RECORD-COUNT
	EVALUATE TRUE
		WHEN SENS-COMPUTED
			ADD 1 TO WS-SENS-COMPUTED-COUNT
		WHEN SENS-ORDER-EXCEEDED
			ADD 1 TO WS-SENS-EXCEEDED-COUNT
		WHEN SENS-OVERFLOWED
			ADD 1 TO WS-SENS-OVERFLOWED-COUNT
		WHEN SENS-REJECTED
			ADD 1 TO WS-SENS-REJECTED-COUNT
		WHEN SENS-NONPOSITIVE
			ADD 1 TO WS-SENS-NONPOS-COUNT
		WHEN SENS-DIVERGENT
			ADD 1 TO WS-SENS-DIVERGENT-COUNT
	END-EVALUATE.

3000-WRITE-LINEAGE-TRAILERS.
	*> a schedule record has no status of its own -- it only exists
	*> for a computed scenario -- so the schedule trailer counts every
	*> record as computed.
	MOVE SPACES TO WS-LINEAGE-TRAILER
	set LT-TRAILER-REC to true
	MOVE "BERNEMC"           TO LT-PROGRAM
	COMPUTE LT-RECORD-COUNT = WS-COMPUTED-COUNT + WS-EXCEEDED-COUNT
		+ WS-OVERFLOWED-COUNT + WS-REJECTED-COUNT + WS-DIVERGENT-COUNT
	MOVE WS-COMPUTED-COUNT   TO LT-COMPUTED-COUNT
	MOVE WS-EXCEEDED-COUNT   TO LT-EXCEEDED-COUNT
	MOVE WS-OVERFLOWED-COUNT TO LT-OVERFLOWED-COUNT
	MOVE WS-REJECTED-COUNT   TO LT-REJECTED-COUNT
	MOVE 0                   TO LT-NONPOSITIVE-COUNT
	MOVE WS-DIVERGENT-COUNT  TO LT-DIVERGENT-COUNT
	MOVE WS-LINEAGE-TRAILER  TO CORR-LINEAGE-RECORD
	WRITE CORR-LINEAGE-RECORD
	MOVE WS-SCHED-COUNT      TO LT-RECORD-COUNT
	MOVE WS-SCHED-COUNT      TO LT-COMPUTED-COUNT
	MOVE 0 TO LT-EXCEEDED-COUNT
	MOVE 0 TO LT-OVERFLOWED-COUNT
	MOVE 0 TO LT-REJECTED-COUNT
	MOVE 0 TO LT-DIVERGENT-COUNT
	MOVE WS-LINEAGE-TRAILER  TO SCHD-LINEAGE-RECORD
	WRITE SCHD-LINEAGE-RECORD
	IF WS-SENSITIVITY-ON
		MOVE WS-SENS-RECORD-COUNT     TO LT-RECORD-COUNT
		MOVE WS-SENS-COMPUTED-COUNT   TO LT-COMPUTED-COUNT
		MOVE WS-SENS-EXCEEDED-COUNT   TO LT-EXCEEDED-COUNT
		MOVE WS-SENS-OVERFLOWED-COUNT TO LT-OVERFLOWED-COUNT
		MOVE WS-SENS-REJECTED-COUNT   TO LT-REJECTED-COUNT
		MOVE WS-SENS-NONPOS-COUNT     TO LT-NONPOSITIVE-COUNT
		MOVE WS-SENS-DIVERGENT-COUNT  TO LT-DIVERGENT-COUNT
		MOVE WS-LINEAGE-TRAILER       TO SENS-LINEAGE-RECORD
		WRITE SENS-LINEAGE-RECORD
	END-IF.

8100-CHECK-SUBSCRIPT.
	IF WS-CHECK-SUB > WS-TABLE-MAX-ORDER + 1
		DISPLAY "FATAL: SUBSCRIPT " WS-CHECK-SUB
