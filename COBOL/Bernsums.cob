       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNSUMS.

	*> exact power sums for the level and graded cash-flow weightings
	*> and the payment-schedule moment work: each request card carries
	*> a power p and a count n, and Faulhaber's formula
	*>     S-SUB-P(n) = SUM (k = 1 .. n) of k**p
	*>                = 1/(p+1) * SUM (j = 0 .. p) of
	*>                      C(p+1,j) * B(j) * n**(p+1-j)
	*> (with B(1) taken as +1/2, the sign that counts k = n rather
	*> than k = 0) is evaluated from the exact B-NUMERATOR/
	*> B-DENOMINATOR fractions read back from BERNOUT through the
	*> shared BERNTAB layout, as BERNPOLY does.  The sum over j is
	*> run as a polynomial in n by Horner's rule -- multiply the
	*> running fraction by n, add the next C(p+1,j) * B(j) -- so
	*> every step is either a multiply by a small scalar or a
	*> fraction add, and the multi-word fraction arithmetic is
	*> BERNCALC's own: base-10**9 limbs, least significant first,
	*> reduced to lowest terms at every add.  Nothing is ever
	*> formed in a truncated decimal, so a sum over thousands of
	*> periods comes out to the last unit.  The result goes out as
	*> the reduced fraction (numerator to 72 digits) and, alongside
	*> it, a decimal column that carries the value when it fits 24
	*> integer digits; a sum too wide for the decimal column is
	*> flagged on that column alone and keeps its exact fraction.
	*> Every request gets a per-request status: computed, power
	*> beyond the table, arithmetic overflow, or rejected (a card
	*> whose power or count is not numeric).  BERNOUT is refused
	*> unless BERNGCTL says BERNVAL certified this very generation,
	*> and BERNSOUT opens with a lineage header (BERNLHDR) and closes
	*> with a trailer (BERNLTRL) counting the requests by status.
	*> BERNSUMS always scans BERNOUT and takes no BERNPARM settings.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT REQUEST-FILE ASSIGN TO "BERNSREQ"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REQ-STATUS.

	SELECT BERN-OUT-FILE ASSIGN TO "BERNOUT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-OUT-STATUS.

	SELECT SUMS-OUT-FILE ASSIGN TO "BERNSOUT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SUMS-STATUS.

	SELECT GEN-CONTROL-FILE ASSIGN TO "BERNGCTL"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
01  REQUEST-RECORD.
	05 SREQ-POWER     pic 9(3).
	05 SREQ-COUNT     pic 9(9).
	05 FILLER         pic X(68).

FD  BERN-OUT-FILE
	RECORDING MODE IS F
	RECORD CONTAINS 90 CHARACTERS.
01  BERN-OUT-RECORD.
	COPY BERNREC.

FD  GEN-CONTROL-FILE
	RECORDING MODE IS F.
01  GEN-CONTROL-RECORD.
	COPY BERNGENR.

FD  SUMS-OUT-FILE.
01  SUMS-OUT-RECORD.
	05 SOUT-REC-TYPE    pic X.
		88 SOUT-DETAIL-REC value "D".
	05 FILLER           pic X.
	05 SOUT-POWER       pic 9(3).
	05 FILLER           pic X.
	05 SOUT-COUNT       pic 9(9).
	05 FILLER           pic X.
	05 SOUT-STATUS      pic X.
		88 SOUT-COMPUTED        value "C".
		88 SOUT-ORDER-EXCEEDED  value "E".
		88 SOUT-OVERFLOWED      value "O".
		88 SOUT-REJECTED        value "R".
	05 FILLER           pic X.
	05 SOUT-VALUE       pic 9(24)V9(6).
	05 FILLER           pic X.
	*> Y when SOUT-VALUE carries the sum, N when the sum is too wide
	*> for the decimal column (SOUT-VALUE is then zero and the
	*> fraction alone carries it).
	05 SOUT-VALUE-FLAG  pic X.
		88 SOUT-VALUE-CARRIED  value "Y".
		88 SOUT-VALUE-TOO-WIDE value "N".
	05 FILLER           pic X.
	05 SOUT-DENOMINATOR pic 9(18).
	05 FILLER           pic X.
	*> the reduced numerator, most significant digit first, zero
	*> filled to the left.
	05 SOUT-NUMERATOR   pic X(72).
01  SOUT-LINEAGE-RECORD pic X(187).

WORKING-STORAGE SECTION.
	77 WS-REQ-STATUS pic X(2).
	77 WS-OUT-STATUS pic X(2).
	77 WS-SUMS-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-OUT-EXTENT pic 9(3) value 0.
	77 WS-CHECK-SUB pic 9(3).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-REQUEST-COUNT pic 9(5) value 0.
	77 WS-FLAGGED-COUNT pic 9(5) value 0.
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-COMPUTED-COUNT pic 9(7) value 0.
	77 WS-EXCEEDED-COUNT pic 9(7) value 0.
	77 WS-OVERFLOWED-COUNT pic 9(7) value 0.
	77 WS-REJECTED-COUNT pic 9(7) value 0.
	77 WS-GEN-STAT pic X value SPACE.
	77 WS-GEN-DATE pic 9(8) value 0.
	77 WS-GEN-TIME pic 9(6) value 0.
	77 WS-GEN-EXTENT pic 9(3) value 0.
	77 p pic 9(3).
	77 j pic 9(3).
	*> r carries C(p+1,j) forward pass to pass; C(51,25), the
	*> largest the table can ask for, is fifteen digits.
	77 r pic S9(18).
	77 WS-TERM pic S9(4).
	77 WS-DIVISOR pic 9(4).
	77 WS-DIV-WORK pic 9(4).
	77 WS-COUNT pic 9(9).
	77 WS-FRAC-A-DEN pic 9(18).
	77 WS-FRAC-B-DEN pic 9(18).
	77 WS-FRAC-COMMON pic 9(18).
	77 WS-FRAC-NEW-DEN pic 9(18).
	77 WS-GCD-A pic S9(18).
	77 WS-GCD-B pic S9(18).
	77 WS-GCD-REM pic S9(18).
	77 WS-FRAC-OVERFLOW-FLAG pic X value "N".
		88 WS-FRAC-OVERFLOWED value "Y".
		88 WS-FRAC-NOT-OVERFLOWED value "N".
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	*> ------------------------------------------------------------------
	*> multi-word numerator arithmetic, as in BERNCALC, widened to
	*> eight base-10**9 limbs (72 digits of capacity), least
	*> significant limb first, with the sign (+1 or -1) alongside:
	*> n**(p+1) scaled by the table's common denominator runs far past
	*> any native picture long before the sum itself is out of reach.
	*> WS-BIG-A is the running-sum accumulator, WS-BIG-B the incoming
	*> term, WS-BIG-W the scratch operand the 8400-series paragraphs
	*> work on.  The base is 10**9 so a limb times an 18-digit scalar
	*> plus a carry still fits the 28-digit work item WS-BIG-T.
	*> ------------------------------------------------------------------
	77 WS-BIG-LIMBS pic 9(2) value 8.
	01 WS-BIG-A.
		05 WS-BIG-A-SIGN pic S9 value +1.
		05 WS-BIG-A-LIMB pic 9(9) OCCURS 8 TIMES.
	01 WS-BIG-B.
		05 WS-BIG-B-SIGN pic S9 value +1.
		05 WS-BIG-B-LIMB pic 9(9) OCCURS 8 TIMES.
	01 WS-BIG-W.
		05 WS-BIG-W-SIGN pic S9 value +1.
		05 WS-BIG-W-LIMB pic 9(9) OCCURS 8 TIMES.
	77 WS-BIG-I pic 9(2).
	77 WS-BIG-T pic 9(28).
	77 WS-BIG-S pic S9(10).
	77 WS-BIG-CARRY pic 9(18).
	77 WS-BIG-BORROW pic 9.
	77 WS-BIG-CMP pic 9.
	77 WS-BIG-REM pic 9(18).
	77 WS-MUL-SMALL pic 9(18).
	77 WS-DIV-SMALL pic 9(18).
	77 WS-LOAD-VALUE pic S9(31).
	77 WS-LOAD-ABS pic 9(31).
	77 WS-STORE-MAG pic 9(27).
	77 WS-STORE-FIT-FLAG pic X.
		88 WS-STORE-FITS     value "Y".
		88 WS-STORE-TOO-WIDE value "N".
	77 WS-Y-FRAC pic 9(7).
	77 WS-Y-DEC pic V9(6).
	77 WS-Y-MAG pic 9(24)V9(6).
	*> the numerator's limbs laid out most significant first, for the
	*> 72-digit column on the output record.
	01 WS-NUM-DIGITS.
		05 WS-NUM-DIGIT-LIMB pic 9(9) OCCURS 8 TIMES.
	77 WS-NUM-I pic 9(2).
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
	perform until WS-REQ-STATUS = "10"
		READ REQUEST-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-REQ-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNSREQ (STATUS "
						WS-REQ-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO WS-REQUEST-COUNT
				PERFORM 2000-PROCESS-REQUEST
		END-READ
	end-perform
	CLOSE REQUEST-FILE
	PERFORM 3000-WRITE-LINEAGE-TRAILER
	CLOSE SUMS-OUT-FILE
	DISPLAY "BERNSUMS: " WS-REQUEST-COUNT " REQUESTS PROCESSED, "
		WS-FLAGGED-COUNT " FLAGGED"
	STOP RUN.

1000-INITIALIZE.
	*> seed B(0) = 1 exactly as a fresh build would -- BERNOUT only
	*> carries orders from 1 up, but Faulhaber's sum opens on B(0).
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	move 1 to B (1)
	move 1 to B-NUMERATOR (1)
	move 1 to B-DENOMINATOR (1)
	PERFORM 1100-LOAD-BERN-TABLE
	PERFORM 1050-CHECK-GENERATION
	OPEN INPUT REQUEST-FILE
	IF WS-REQ-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSREQ FOR INPUT (STATUS "
			WS-REQ-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT SUMS-OUT-FILE
	IF WS-SUMS-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSOUT FOR OUTPUT (STATUS "
			WS-SUMS-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1900-WRITE-LINEAGE-HEADER.

1050-CHECK-GENERATION.
	*> the generation-control record is the fence against consuming
	*> an uncertified or mismatched pack: refuse BERNOUT outright
	*> unless BERNGCTL says BERNVAL certified this very generation --
	*> same stamp, same extent as the file just loaded.
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS NOT = "00"
		DISPLAY "FATAL: NO GENERATION CONTROL RECORD FOR BERNOUT "
			"(STATUS " WS-GEN-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ GEN-CONTROL-FILE
		AT END
			DISPLAY "FATAL: BERNGCTL IS EMPTY"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-READ
	IF GEN-BUILT
		DISPLAY "FATAL: BERNOUT GENERATION OF " GEN-BUILD-DATE " "
			GEN-BUILD-TIME " IS STILL AT BUILT -- NOT CERTIFIED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF NOT GEN-CERTIFIED AND NOT GEN-CLEARED
		DISPLAY "FATAL: BERNGCTL STATUS '" GEN-STATUS
			"' IS NOT A RECOGNIZED GENERATION STATUS"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	IF GEN-EXTENT NOT = WS-OUT-EXTENT
		DISPLAY "FATAL: BERNGCTL EXTENT " GEN-EXTENT
			" DISAGREES WITH BERNOUT EXTENT " WS-OUT-EXTENT
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE GEN-STATUS     TO WS-GEN-STAT
	MOVE GEN-BUILD-DATE TO WS-GEN-DATE
	MOVE GEN-BUILD-TIME TO WS-GEN-TIME
	MOVE GEN-EXTENT     TO WS-GEN-EXTENT
	CLOSE GEN-CONTROL-FILE.

1100-LOAD-BERN-TABLE.
	*> the whole BERNOUT generation front to back into the shared
	*> BERNTAB layout.
	OPEN INPUT BERN-OUT-FILE
	IF WS-OUT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNOUT FOR INPUT (STATUS "
			WS-OUT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-OUT-STATUS = "10"
		READ BERN-OUT-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-OUT-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNOUT (STATUS "
						WS-OUT-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				COMPUTE WS-CHECK-SUB = OUT-ORDER + 1
				PERFORM 8100-CHECK-SUBSCRIPT
				MOVE OUT-VALUE         TO B (OUT-ORDER + 1)
				MOVE OUT-OVERFLOW-FLAG TO B-OVERFLOW-FLAG (OUT-ORDER + 1)
				MOVE OUT-NUMERATOR     TO B-NUMERATOR (OUT-ORDER + 1)
				MOVE OUT-DENOMINATOR   TO B-DENOMINATOR (OUT-ORDER + 1)
				IF OUT-ORDER > WS-OUT-EXTENT
					MOVE OUT-ORDER TO WS-OUT-EXTENT
				END-IF
		END-READ
	end-perform
	CLOSE BERN-OUT-FILE
	IF WS-OUT-EXTENT = 0
		DISPLAY "FATAL: BERNOUT IS EMPTY, NO TABLE TO SUM FROM"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1900-WRITE-LINEAGE-HEADER.
	MOVE SPACES TO WS-LINEAGE-HEADER
	set LH-HEADER-REC to true
	MOVE "BERNSUMS"       TO LH-PROGRAM
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
	MOVE WS-LINEAGE-HEADER TO SOUT-LINEAGE-RECORD
	WRITE SOUT-LINEAGE-RECORD.

2000-PROCESS-REQUEST.
	MOVE SPACES TO SUMS-OUT-RECORD
	set SOUT-DETAIL-REC to true
	MOVE 0 TO SOUT-POWER
	MOVE 0 TO SOUT-COUNT
	MOVE 0 TO SOUT-VALUE
	set SOUT-VALUE-TOO-WIDE to true
	MOVE 0 TO SOUT-DENOMINATOR
	MOVE ALL "0" TO SOUT-NUMERATOR
	IF SREQ-POWER NOT NUMERIC OR SREQ-COUNT NOT NUMERIC
		set SOUT-REJECTED to true
	ELSE
		MOVE SREQ-POWER TO SOUT-POWER
		MOVE SREQ-COUNT TO SOUT-COUNT
		*> Faulhaber's sum for power p reads B(0) through B(p).
		IF SREQ-POWER > WS-OUT-EXTENT
			set SOUT-ORDER-EXCEEDED to true
		ELSE
			PERFORM 2100-SUM-POWERS
		END-IF
	END-IF
	IF NOT SOUT-COMPUTED
		ADD 1 TO WS-FLAGGED-COUNT
		DISPLAY "BERNSUMS: REQUEST " WS-REQUEST-COUNT
			" FLAGGED, STATUS " SOUT-STATUS
	END-IF
	EVALUATE TRUE
		WHEN SOUT-COMPUTED
			ADD 1 TO WS-COMPUTED-COUNT
		WHEN SOUT-ORDER-EXCEEDED
			ADD 1 TO WS-EXCEEDED-COUNT
		WHEN SOUT-OVERFLOWED
			ADD 1 TO WS-OVERFLOWED-COUNT
		WHEN SOUT-REJECTED
			ADD 1 TO WS-REJECTED-COUNT
	END-EVALUATE
	WRITE SUMS-OUT-RECORD.

2100-SUM-POWERS.
	*> Horner's rule over the polynomial in n: for j = 0 .. p the
	*> running fraction is multiplied by n and the coefficient
	*> C(p+1,j) * B(j) added in; one last multiply by n supplies the
	*> n**1 the j = p term owes, and 2200-DIVIDE-BY-P-PLUS-1 folds in
	*> the leading 1/(p+1).
	set SOUT-COMPUTED to true
	set WS-FRAC-NOT-OVERFLOWED to true
	move SREQ-POWER to p
	move SREQ-COUNT to WS-COUNT
	PERFORM 8400-CLEAR-BIG-A
	move 1 to WS-FRAC-A-DEN
	move 0 to j
	move 1 to r
	perform until j > p or WS-FRAC-OVERFLOWED
		*> r carries the binomial coefficient C(p+1,j) forward from
		*> the previous pass: C(m,j) = C(m,j-1) * (m-j+1)/j with
		*> m = p+1, and j=0's C(m,0)=1 is the value r starts at.
		IF j > 0
			COMPUTE WS-TERM = p + 2 - j
			COMPUTE r = r * WS-TERM / j
				ON SIZE ERROR
					set WS-FRAC-OVERFLOWED to true
			END-COMPUTE
		END-IF
		COMPUTE WS-CHECK-SUB = j + 1
		PERFORM 8100-CHECK-SUBSCRIPT
		IF B-OVERFLOWED (j + 1)
			*> a husk row (overflowed in the build) carries the
			*> placeholder fraction 0/1; using it would silently drop
			*> a genuine term, so the request fails instead.
			set WS-FRAC-OVERFLOWED to true
		END-IF
		IF WS-FRAC-NOT-OVERFLOWED
			MOVE WS-COUNT TO WS-MUL-SMALL
			PERFORM 2150-MULTIPLY-A-BY-COUNT
		END-IF
		IF WS-FRAC-NOT-OVERFLOWED
			MOVE B-NUMERATOR (j + 1) TO WS-LOAD-VALUE
			PERFORM 8410-LOAD-BIG-W
			MOVE r TO WS-MUL-SMALL
			PERFORM 8420-MULTIPLY-BIG-W
			IF j = 1
				*> the table carries B(1) = -1/2; the sum from k = 1
				*> wants +1/2.
				COMPUTE WS-BIG-W-SIGN = 0 - WS-BIG-W-SIGN
			END-IF
			MOVE WS-BIG-W TO WS-BIG-B
			MOVE B-DENOMINATOR (j + 1) TO WS-FRAC-B-DEN
			PERFORM 8300-ADD-FRACTIONS
		END-IF
		add 1 to j
	end-perform
	IF WS-FRAC-NOT-OVERFLOWED
		MOVE WS-COUNT TO WS-MUL-SMALL
		PERFORM 2150-MULTIPLY-A-BY-COUNT
	END-IF
	IF WS-FRAC-NOT-OVERFLOWED
		PERFORM 2200-DIVIDE-BY-P-PLUS-1
	END-IF
	IF WS-FRAC-OVERFLOWED
		set SOUT-OVERFLOWED to true
	ELSE
		PERFORM 2300-STORE-RESULT
	END-IF.

2150-MULTIPLY-A-BY-COUNT.
	*> the running fraction times n: the numerator alone is scaled,
	*> and the next 8300-ADD-FRACTIONS reduces the result again.  A
	*> zero count leaves the canonical zero.
	IF WS-MUL-SMALL = 0
		PERFORM 8400-CLEAR-BIG-A
		move 1 to WS-FRAC-A-DEN
	ELSE
		MOVE WS-BIG-A TO WS-BIG-W
		PERFORM 8420-MULTIPLY-BIG-W
		MOVE WS-BIG-W TO WS-BIG-A
	END-IF.

2200-DIVIDE-BY-P-PLUS-1.
	*> fold in the final division by (p + 1) without ever forming the
	*> unreduced product denominator, exactly as 2100-COMPUTE-ORDER in
	*> BERNCALC does: make the numerator coprime to the divisor and to
	*> the running denominator separately, then their product is the
	*> fraction's true denominator in lowest terms.  The sum of
	*> integer powers is itself an integer, so on a sound table that
	*> denominator comes out 1.
	COMPUTE WS-DIVISOR = p + 1
	MOVE WS-DIVISOR TO WS-DIV-SMALL
	MOVE WS-BIG-A TO WS-BIG-W
	PERFORM 8430-MOD-BIG-W
	MOVE WS-DIVISOR TO WS-GCD-A
	MOVE WS-BIG-REM TO WS-GCD-B
	PERFORM 8200-COMPUTE-GCD
	MOVE WS-DIVISOR TO WS-DIV-WORK
	IF WS-GCD-A > 1
		MOVE WS-GCD-A TO WS-DIV-SMALL
		MOVE WS-BIG-A TO WS-BIG-W
		PERFORM 8440-DIVIDE-BIG-W
		MOVE WS-BIG-W TO WS-BIG-A
		COMPUTE WS-DIV-WORK = WS-DIVISOR / WS-GCD-A
	END-IF
	MOVE WS-FRAC-A-DEN TO WS-DIV-SMALL
	MOVE WS-BIG-A TO WS-BIG-W
	PERFORM 8430-MOD-BIG-W
	MOVE WS-FRAC-A-DEN TO WS-GCD-A
	MOVE WS-BIG-REM TO WS-GCD-B
	PERFORM 8200-COMPUTE-GCD
	IF WS-GCD-A > 1
		MOVE WS-GCD-A TO WS-DIV-SMALL
		MOVE WS-BIG-A TO WS-BIG-W
		PERFORM 8440-DIVIDE-BIG-W
		MOVE WS-BIG-W TO WS-BIG-A
		COMPUTE WS-FRAC-A-DEN = WS-FRAC-A-DEN / WS-GCD-A
	END-IF
	COMPUTE WS-FRAC-A-DEN = WS-FRAC-A-DEN * WS-DIV-WORK
		ON SIZE ERROR
			set WS-FRAC-OVERFLOWED to true
	END-COMPUTE.

2300-STORE-RESULT.
	*> the reduced fraction onto the record, numerator limbs laid
	*> out most significant first; then the decimal column off the
	*> same fraction -- the integer part by multi-word division, six
	*> places from the remainder -- when it fits 24 integer digits.
	MOVE WS-FRAC-A-DEN TO SOUT-DENOMINATOR
	move 1 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		COMPUTE WS-NUM-I = WS-BIG-LIMBS + 1 - WS-BIG-I
		MOVE WS-BIG-A-LIMB (WS-BIG-I) TO WS-NUM-DIGIT-LIMB (WS-NUM-I)
		add 1 to WS-BIG-I
	end-perform
	MOVE WS-NUM-DIGITS TO SOUT-NUMERATOR
	MOVE WS-FRAC-A-DEN TO WS-DIV-SMALL
	MOVE WS-BIG-A TO WS-BIG-W
	PERFORM 8440-DIVIDE-BIG-W
	PERFORM 8450-STORE-BIG-W-MAG
	IF WS-STORE-FITS
		COMPUTE WS-BIG-T = WS-BIG-REM * 1000000
		COMPUTE WS-Y-FRAC = WS-BIG-T / WS-DIV-SMALL
		COMPUTE WS-Y-DEC = WS-Y-FRAC / 1000000
		COMPUTE WS-Y-MAG = WS-STORE-MAG + WS-Y-DEC
			ON SIZE ERROR
				set WS-STORE-TOO-WIDE to true
		END-COMPUTE
	END-IF
	IF WS-STORE-FITS
		MOVE WS-Y-MAG TO SOUT-VALUE
		set SOUT-VALUE-CARRIED to true
	ELSE
		MOVE 0 TO SOUT-VALUE
		set SOUT-VALUE-TOO-WIDE to true
	END-IF.

3000-WRITE-LINEAGE-TRAILER.
	MOVE SPACES TO WS-LINEAGE-TRAILER
	set LT-TRAILER-REC to true
	MOVE "BERNSUMS"          TO LT-PROGRAM
	MOVE WS-REQUEST-COUNT    TO LT-RECORD-COUNT
	MOVE WS-COMPUTED-COUNT   TO LT-COMPUTED-COUNT
	MOVE WS-EXCEEDED-COUNT   TO LT-EXCEEDED-COUNT
	MOVE WS-OVERFLOWED-COUNT TO LT-OVERFLOWED-COUNT
	MOVE WS-REJECTED-COUNT   TO LT-REJECTED-COUNT
	MOVE 0                   TO LT-NONPOSITIVE-COUNT
	MOVE 0                   TO LT-DIVERGENT-COUNT
	MOVE WS-LINEAGE-TRAILER  TO SOUT-LINEAGE-RECORD
	WRITE SOUT-LINEAGE-RECORD.

8100-CHECK-SUBSCRIPT.
	IF WS-CHECK-SUB > WS-TABLE-MAX-ORDER + 1
		DISPLAY "FATAL: SUBSCRIPT " WS-CHECK-SUB
			" EXCEEDS TABLE CAPACITY (MAX ORDER "
			WS-TABLE-MAX-ORDER ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

8200-COMPUTE-GCD.
	*> Euclidean algorithm; result (the GCD) is left in WS-GCD-A.
	IF WS-GCD-A < 0
		COMPUTE WS-GCD-A = WS-GCD-A * -1
	END-IF
	perform until WS-GCD-B = 0
		COMPUTE WS-GCD-REM = FUNCTION MOD (WS-GCD-A, WS-GCD-B)
		MOVE WS-GCD-B TO WS-GCD-A
		MOVE WS-GCD-REM TO WS-GCD-B
	end-perform.

8300-ADD-FRACTIONS.
	*> adds the term WS-BIG-B / WS-FRAC-B-DEN into the running
	*> fraction WS-BIG-A / WS-FRAC-A-DEN and reduces the result to
	*> lowest terms, scaling both numerators to the least common
	*> multiple of the two denominators (see BERNCALC).  Sets
	*> WS-FRAC-OVERFLOWED rather than silently wrapping if anything
	*> will not fit.
	MOVE WS-FRAC-A-DEN TO WS-GCD-A
	MOVE WS-FRAC-B-DEN TO WS-GCD-B
	PERFORM 8200-COMPUTE-GCD
	MOVE WS-GCD-A TO WS-FRAC-COMMON
	COMPUTE WS-MUL-SMALL = WS-FRAC-B-DEN / WS-FRAC-COMMON
	COMPUTE WS-FRAC-NEW-DEN = WS-FRAC-A-DEN * WS-MUL-SMALL
		ON SIZE ERROR
			SET WS-FRAC-OVERFLOWED TO TRUE
	END-COMPUTE
	IF WS-FRAC-NOT-OVERFLOWED AND WS-MUL-SMALL > 1
		MOVE WS-BIG-A TO WS-BIG-W
		PERFORM 8420-MULTIPLY-BIG-W
		MOVE WS-BIG-W TO WS-BIG-A
	END-IF
	IF WS-FRAC-NOT-OVERFLOWED
		COMPUTE WS-MUL-SMALL = WS-FRAC-A-DEN / WS-FRAC-COMMON
		IF WS-MUL-SMALL > 1
			MOVE WS-BIG-B TO WS-BIG-W
			PERFORM 8420-MULTIPLY-BIG-W
			MOVE WS-BIG-W TO WS-BIG-B
		END-IF
	END-IF
	IF WS-FRAC-NOT-OVERFLOWED
		PERFORM 8470-ADD-BIG-B-TO-A
	END-IF
	IF WS-FRAC-NOT-OVERFLOWED
		MOVE WS-FRAC-NEW-DEN TO WS-DIV-SMALL
		MOVE WS-BIG-A TO WS-BIG-W
		PERFORM 8430-MOD-BIG-W
		MOVE WS-FRAC-NEW-DEN TO WS-GCD-A
		MOVE WS-BIG-REM TO WS-GCD-B
		PERFORM 8200-COMPUTE-GCD
		IF WS-GCD-A > 1
			MOVE WS-GCD-A TO WS-DIV-SMALL
			MOVE WS-BIG-A TO WS-BIG-W
			PERFORM 8440-DIVIDE-BIG-W
			MOVE WS-BIG-W TO WS-BIG-A
			COMPUTE WS-FRAC-A-DEN = WS-FRAC-NEW-DEN / WS-GCD-A
		ELSE
			MOVE WS-FRAC-NEW-DEN TO WS-FRAC-A-DEN
		END-IF
	END-IF.

8400-CLEAR-BIG-A.
	MOVE +1 TO WS-BIG-A-SIGN
	move 1 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		MOVE 0 TO WS-BIG-A-LIMB (WS-BIG-I)
		add 1 to WS-BIG-I
	end-perform.

8410-LOAD-BIG-W.
	*> WS-LOAD-VALUE (a native signed item) becomes the multi-word
	*> value in WS-BIG-W.
	IF WS-LOAD-VALUE < 0
		MOVE -1 TO WS-BIG-W-SIGN
		COMPUTE WS-LOAD-ABS = 0 - WS-LOAD-VALUE
	ELSE
		MOVE +1 TO WS-BIG-W-SIGN
		MOVE WS-LOAD-VALUE TO WS-LOAD-ABS
	END-IF
	move 1 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		COMPUTE WS-BIG-W-LIMB (WS-BIG-I) =
			FUNCTION MOD (WS-LOAD-ABS, 1000000000)
		COMPUTE WS-LOAD-ABS = WS-LOAD-ABS / 1000000000
		add 1 to WS-BIG-I
	end-perform.

8420-MULTIPLY-BIG-W.
	*> WS-BIG-W = WS-BIG-W * WS-MUL-SMALL, low limb to high with the
	*> carry rippling along.  A carry left over past the top limb is
	*> a genuine capacity overflow and raises the fraction flag.
	move 0 to WS-BIG-CARRY
	move 1 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		COMPUTE WS-BIG-T = WS-BIG-W-LIMB (WS-BIG-I) * WS-MUL-SMALL
		COMPUTE WS-BIG-T = WS-BIG-T + WS-BIG-CARRY
		COMPUTE WS-BIG-W-LIMB (WS-BIG-I) =
			FUNCTION MOD (WS-BIG-T, 1000000000)
		COMPUTE WS-BIG-CARRY = WS-BIG-T / 1000000000
		add 1 to WS-BIG-I
	end-perform
	IF WS-BIG-CARRY > 0
		SET WS-FRAC-OVERFLOWED TO TRUE
	END-IF.

8430-MOD-BIG-W.
	*> remainder of WS-BIG-W's magnitude divided by WS-DIV-SMALL,
	*> left in WS-BIG-REM; WS-BIG-W itself is not disturbed.
	move 0 to WS-BIG-REM
	MOVE WS-BIG-LIMBS TO WS-BIG-I
	perform until WS-BIG-I = 0
		COMPUTE WS-BIG-T = WS-BIG-REM * 1000000000
		COMPUTE WS-BIG-T = WS-BIG-T + WS-BIG-W-LIMB (WS-BIG-I)
		COMPUTE WS-BIG-REM = FUNCTION MOD (WS-BIG-T, WS-DIV-SMALL)
		subtract 1 from WS-BIG-I
	end-perform.

8440-DIVIDE-BIG-W.
	*> WS-BIG-W = WS-BIG-W / WS-DIV-SMALL in place (magnitude long
	*> division, high limb to low); the remainder is left in
	*> WS-BIG-REM.
	move 0 to WS-BIG-REM
	MOVE WS-BIG-LIMBS TO WS-BIG-I
	perform until WS-BIG-I = 0
		COMPUTE WS-BIG-T = WS-BIG-REM * 1000000000
		COMPUTE WS-BIG-T = WS-BIG-T + WS-BIG-W-LIMB (WS-BIG-I)
		COMPUTE WS-BIG-W-LIMB (WS-BIG-I) = WS-BIG-T / WS-DIV-SMALL
		COMPUTE WS-BIG-REM = FUNCTION MOD (WS-BIG-T, WS-DIV-SMALL)
		subtract 1 from WS-BIG-I
	end-perform.

8450-STORE-BIG-W-MAG.
	*> WS-BIG-W's magnitude back to the native WS-STORE-MAG, with
	*> WS-STORE-FITS saying whether it fit the decimal column's 24
	*> integer digits.
	set WS-STORE-FITS to true
	move 4 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		IF WS-BIG-W-LIMB (WS-BIG-I) > 0
			set WS-STORE-TOO-WIDE to true
		END-IF
		add 1 to WS-BIG-I
	end-perform
	IF WS-BIG-W-LIMB (3) > 999999
		set WS-STORE-TOO-WIDE to true
	END-IF
	IF WS-STORE-TOO-WIDE
		MOVE 0 TO WS-STORE-MAG
	ELSE
		MOVE WS-BIG-W-LIMB (3) TO WS-STORE-MAG
		COMPUTE WS-STORE-MAG = WS-STORE-MAG * 1000000000
		COMPUTE WS-STORE-MAG = WS-STORE-MAG + WS-BIG-W-LIMB (2)
		COMPUTE WS-STORE-MAG = WS-STORE-MAG * 1000000000
		COMPUTE WS-STORE-MAG = WS-STORE-MAG + WS-BIG-W-LIMB (1)
	END-IF.

8460-COMPARE-BIG-MAGNITUDES.
	*> magnitudes only, signs ignored: WS-BIG-CMP is 1 when A is the
	*> larger, 2 when B is, 0 when they are equal.
	MOVE 0 TO WS-BIG-CMP
	MOVE WS-BIG-LIMBS TO WS-BIG-I
	perform until WS-BIG-I = 0 or WS-BIG-CMP NOT = 0
		IF WS-BIG-A-LIMB (WS-BIG-I) > WS-BIG-B-LIMB (WS-BIG-I)
			MOVE 1 TO WS-BIG-CMP
		ELSE
			IF WS-BIG-A-LIMB (WS-BIG-I) < WS-BIG-B-LIMB (WS-BIG-I)
				MOVE 2 TO WS-BIG-CMP
			END-IF
		END-IF
		subtract 1 from WS-BIG-I
	end-perform.

8470-ADD-BIG-B-TO-A.
	*> signed add: like signs add magnitudes; unlike signs subtract
	*> the smaller magnitude from the larger, and the result takes
	*> the larger operand's sign.  Equal and opposite leaves the
	*> canonical zero (all limbs zero, sign +1).
	IF WS-BIG-A-SIGN = WS-BIG-B-SIGN
		move 0 to WS-BIG-CARRY
		move 1 to WS-BIG-I
		perform until WS-BIG-I > WS-BIG-LIMBS
			COMPUTE WS-BIG-T =
				WS-BIG-A-LIMB (WS-BIG-I) + WS-BIG-B-LIMB (WS-BIG-I)
			COMPUTE WS-BIG-T = WS-BIG-T + WS-BIG-CARRY
			COMPUTE WS-BIG-A-LIMB (WS-BIG-I) =
				FUNCTION MOD (WS-BIG-T, 1000000000)
			COMPUTE WS-BIG-CARRY = WS-BIG-T / 1000000000
			add 1 to WS-BIG-I
		end-perform
		IF WS-BIG-CARRY > 0
			SET WS-FRAC-OVERFLOWED TO TRUE
		END-IF
	ELSE
		PERFORM 8460-COMPARE-BIG-MAGNITUDES
		IF WS-BIG-CMP = 0
			PERFORM 8400-CLEAR-BIG-A
		ELSE
			IF WS-BIG-CMP = 2
				*> B is the larger: swap the operands through the work
				*> area so the magnitude subtract below always takes
				*> the smaller from the larger; the result takes B's
				*> sign, which the group moves carry along.
				MOVE WS-BIG-A TO WS-BIG-W
				MOVE WS-BIG-B TO WS-BIG-A
				MOVE WS-BIG-W TO WS-BIG-B
			END-IF
			PERFORM 8480-SUBTRACT-B-LIMBS-FROM-A
		END-IF
	END-IF.

8480-SUBTRACT-B-LIMBS-FROM-A.
	*> magnitude-only subtract, assuming |A| >= |B| (the caller has
	*> arranged that); A's sign is left alone.
	move 0 to WS-BIG-BORROW
	move 1 to WS-BIG-I
	perform until WS-BIG-I > WS-BIG-LIMBS
		COMPUTE WS-BIG-S =
			WS-BIG-A-LIMB (WS-BIG-I) - WS-BIG-B-LIMB (WS-BIG-I)
		COMPUTE WS-BIG-S = WS-BIG-S - WS-BIG-BORROW
		IF WS-BIG-S < 0
			COMPUTE WS-BIG-S = WS-BIG-S + 1000000000
			MOVE 1 TO WS-BIG-BORROW
		ELSE
			MOVE 0 TO WS-BIG-BORROW
		END-IF
		MOVE WS-BIG-S TO WS-BIG-A-LIMB (WS-BIG-I)
		add 1 to WS-BIG-I
	end-perform.
