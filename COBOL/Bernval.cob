	*> zero, every decimal value must agree with its exact fraction
	*> to the places OUT-VALUE carries, and each even order's
	*> denominator must equal the von Staudt-Clausen product of
	*> primes.  Independently of all that, every exact fraction is
	*> recomputed by a second algorithm that shares nothing with
	*> BERNCALC's recurrence: the tangent numbers T(n) are built in
	*> plain integers (Brent-Harvey), and since
	*> B(2n) * 4**n * (4**n - 1) = (-1)**(n-1) * 2n * T(n) exactly,
	*> each even row's fraction is cross-multiplied against its
	*> tangent number in this program's own base-10**6 registers.  A
	*> pack whose fractions disagree with the second algorithm at
	*> any order is refused, however well it passes the other checks.
	*> The generation-control record (BERNGCTL) stamped by
	*> the build is verified against the pack and, on a clean
	*> certification, promoted from BUILT to CERTIFIED -- the stamp
	*> every consumer insists on before it trusts the pack.  The
	*> pack's entry on the generation catalogue (BERNGCAT) follows:
	*> CERTIFIED when the stamp is promoted, REJECTED when the pack
	*> fails, so the catalogue shows which held packs never made it.
	*> Exceptions are listed row by row on SYSOUT; the run
	*> ends RC=0 clean and RC=8 on any failed row, so the scheduler
	*> can fence a bad pack before the next job reads it.  Each
	*> exception, and each overflow-flagged row as a warning, is also
	*> appended to the shared exception dataset through BERNEXCP,
	*> keyed by order and tagged with a fixed class code, for the
	*> morning digest (BERNEXDG).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.

	SELECT GEN-CATALOGUE-FILE ASSIGN TO "BERNGCAT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GCAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BERN-OUT-FILE
01  GEN-CONTROL-RECORD.
	COPY BERNGENR.

FD  GEN-CATALOGUE-FILE
	RECORDING MODE IS F.
01  GEN-CATALOGUE-RECORD.
	COPY BERNGCAR.

WORKING-STORAGE SECTION.
	77 WS-OUT-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-GCAT-STATUS pic X(2).
	*> catalogue number off the BERNGCTL stamp; zero when the stamp
	*> is missing or predates the catalogue.
	77 WS-CAT-SEQ pic 9(5) value 0.
	77 WS-CAT-NEW-STATUS pic X.
		88 WS-CAT-TO-CERTIFIED value "C".
		88 WS-CAT-TO-REJECTED  value "X".
	77 WS-CAT-FOUND-FLAG pic X.
		88 WS-CAT-FOUND     value "Y".
		88 WS-CAT-NOT-FOUND value "N".
	77 WS-PROMOTED-FLAG pic X value "N".
		88 WS-GEN-PROMOTED     value "Y".
		88 WS-GEN-NOT-PROMOTED value "N".
	77 WS-RUN-DATE pic 9(8).
	77 WS-ROW-COUNT pic 9(5) value 0.
	77 WS-FAIL-ROW-COUNT pic 9(5) value 0.
	77 WS-EXCEPTION-COUNT pic 9(5) value 0.
		88 WS-IS-PRIME  value "Y".
		88 WS-NOT-PRIME value "N".
	77 WS-EXCEPTION-TEXT pic X(44).
	*> class code the exception goes to BERNEXCP under; set beside
	*> the text at each check.
	77 WS-EXCEPTION-CLASS pic X(8).
	*> second-algorithm recheck.  T(1) .. T(25) covers every even
	*> order up to the table's 50; T(25) runs to 54 digits and the
	*> widest cross-product to 57, so twelve base-10**6 limbs (72
	*> digits, least significant limb first) leave ample headroom.
	77 WS-TN-MAX pic 9(3) value 25.
	77 WS-TN-LIMBS pic 9(3) value 12.
	77 WS-TN-K pic 9(3).
	77 WS-TN-J pic 9(3).
	77 WS-TN-X pic 9(3).
	77 WS-TN-R pic 9.
	77 WS-TN-HALF pic 9(3).
	77 WS-TN-MULTIPLIER pic 9(18).
	77 WS-TN-POWER pic 9(18).
	77 WS-TN-PRODUCT pic 9(25).
	77 WS-TN-CARRY pic 9(19).
	77 WS-TN-SPLIT pic 9(31).
	77 WS-TN-RECHECK-COUNT pic 9(5) value 0.
	77 WS-TN-OVERFLOW-FLAG pic X value "N".
		88 WS-TN-OVERFLOWED value "Y".
		88 WS-TN-IN-RANGE   value "N".
	01 WS-TANGENT-TABLE.
		05 WS-TAN-ENTRY occurs 25.
			10 WS-TAN-LIMB pic 9(6) occurs 12.
	01 WS-TN-REGISTERS.
		05 WS-TN-REG occurs 2.
			10 WS-TN-LIMB pic 9(6) occurs 12.
	01 BERNPARM-PARMS.
		COPY BERNPLNK.
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	DISPLAY "BERNVAL: CERTIFYING BERNOUT"
	PERFORM 0500-FETCH-PARAMETERS
	PERFORM 1000-BUILD-TANGENT-TABLE
	OPEN INPUT BERN-OUT-FILE
	IF WS-OUT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNOUT FOR INPUT (STATUS "
			" (DEFAULT)"
	END-IF.

1000-BUILD-TANGENT-TABLE.
	*> Brent-Harvey: seed T(k) = (k-1)!, then sweep
	*> T(j) = (j-k) * T(j-1) + (j-k+2) * T(j) for k = 2 .. 25 and
	*> j = k .. 25.  Integers only -- no fractions, no GCD, nothing
	*> in common with the recurrence that built the pack.
	move ZEROS to WS-TANGENT-TABLE
	move 1 to WS-TAN-LIMB (1, 1)
	move 2 to WS-TN-K
	perform until WS-TN-K > WS-TN-MAX
		move WS-TAN-ENTRY (WS-TN-K - 1) to WS-TN-REG (1)
		COMPUTE WS-TN-MULTIPLIER = WS-TN-K - 1
		move 1 to WS-TN-R
		PERFORM 8500-MULTIPLY-REGISTER
		move WS-TN-REG (1) to WS-TAN-ENTRY (WS-TN-K)
		add 1 to WS-TN-K
	end-perform
	move 2 to WS-TN-K
	perform until WS-TN-K > WS-TN-MAX
		move WS-TN-K to WS-TN-J
		perform until WS-TN-J > WS-TN-MAX
			move WS-TAN-ENTRY (WS-TN-J - 1) to WS-TN-REG (1)
			COMPUTE WS-TN-MULTIPLIER = WS-TN-J - WS-TN-K
			move 1 to WS-TN-R
			PERFORM 8500-MULTIPLY-REGISTER
			move WS-TAN-ENTRY (WS-TN-J) to WS-TN-REG (2)
			COMPUTE WS-TN-MULTIPLIER = WS-TN-J - WS-TN-K + 2
			move 2 to WS-TN-R
			PERFORM 8500-MULTIPLY-REGISTER
			PERFORM 8600-ADD-REGISTERS
			move WS-TN-REG (1) to WS-TAN-ENTRY (WS-TN-J)
			add 1 to WS-TN-J
		end-perform
		add 1 to WS-TN-K
	end-perform
	*> the table is fixed mathematics; running out of limbs building
	*> it means the registers were resized wrongly, not a bad pack.
	IF WS-TN-OVERFLOWED
		DISPLAY "FATAL: TANGENT-NUMBER TABLE EXCEEDS REGISTER CAPACITY"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

2000-VALIDATE-ROW.
	set WS-ROW-CLEAN to true
	*> density: a clean generation carries orders 1, 2, 3, ... with
	IF OUT-ORDER NOT = WS-EXPECTED-ORDER
		MOVE "ORDER SEQUENCE BROKEN (GAP OR DUPLICATE)"
			TO WS-EXCEPTION-TEXT
		MOVE "SEQBREAK" TO WS-EXCEPTION-CLASS
		PERFORM 2900-REPORT-EXCEPTION
	END-IF
	COMPUTE WS-EXPECTED-ORDER = OUT-ORDER + 1
		ADD 1 TO WS-FLAGGED-COUNT
		DISPLAY "ORDER " OUT-ORDER
			": OVERFLOW FLAG SET, MATHEMATICAL CHECKS SKIPPED"
		set XL-WARNING to true
		set XL-KEY-ORDER to true
		MOVE OUT-ORDER TO XL-KEY
		MOVE "OVFLROW" TO XL-CLASS
		MOVE "OVERFLOW FLAG SET, MATHEMATICAL CHECKS SKIPPED"
			TO XL-TEXT
		PERFORM 2950-LOG-EXCEPTION
	ELSE
		PERFORM 2100-CHECK-FRACTION-SANITY
		IF WS-ROW-CLEAN
			PERFORM 2200-CHECK-ODD-ZERO
			PERFORM 2300-CHECK-VALUE-AGREEMENT
			PERFORM 2400-CHECK-VON-STAUDT
			PERFORM 2600-RECHECK-SECOND-ALGORITHM
		END-IF
	END-IF
	IF WS-ROW-FAILED
2100-CHECK-FRACTION-SANITY.
	IF OUT-DENOMINATOR = 0
		MOVE "DENOMINATOR IS ZERO" TO WS-EXCEPTION-TEXT
		MOVE "DENZERO" TO WS-EXCEPTION-CLASS
		PERFORM 2900-REPORT-EXCEPTION
	END-IF.

					OR OUT-DENOMINATOR NOT = 1
				MOVE "ODD ORDER ABOVE 1 IS NOT EXACTLY ZERO"
					TO WS-EXCEPTION-TEXT
				MOVE "ODDNZERO" TO WS-EXCEPTION-CLASS
				PERFORM 2900-REPORT-EXCEPTION
			END-IF
		END-IF
		ON SIZE ERROR
			MOVE "FRACTION QUOTIENT EXCEEDS OUT-VALUE CAPACITY"
				TO WS-EXCEPTION-TEXT
			MOVE "QUOTOVFL" TO WS-EXCEPTION-CLASS
			PERFORM 2900-REPORT-EXCEPTION
			MOVE OUT-VALUE TO WS-QUOTIENT
	END-COMPUTE
	IF WS-DIFFERENCE > WS-TOLERANCE
		MOVE "DECIMAL VALUE DISAGREES WITH EXACT FRACTION"
			TO WS-EXCEPTION-TEXT
		MOVE "VALUEDIS" TO WS-EXCEPTION-CLASS
		PERFORM 2900-REPORT-EXCEPTION
	END-IF.

	IF OUT-ORDER = 1
		IF OUT-DENOMINATOR NOT = 2
			MOVE "ORDER 1 DENOMINATOR IS NOT 2" TO WS-EXCEPTION-TEXT
			MOVE "VONSTAUD" TO WS-EXCEPTION-CLASS
			PERFORM 2900-REPORT-EXCEPTION
		END-IF
	ELSE
			IF OUT-DENOMINATOR NOT = WS-VSC-PRODUCT
				MOVE "DENOMINATOR FAILS VON STAUDT-CLAUSEN"
					TO WS-EXCEPTION-TEXT
				MOVE "VONSTAUD" TO WS-EXCEPTION-CLASS
				PERFORM 2900-REPORT-EXCEPTION
			END-IF
		END-IF
		add 1 to WS-PRIME-D
	end-perform.

2600-RECHECK-SECOND-ALGORITHM.
	*> B(1) is -1/2 by this shop's convention and odd orders above 1
	*> are settled by 2200's exact-zero test, so the tangent-number
	*> recheck carries the even orders:
	*>   |numerator| * 4**n * (4**n - 1)  =  2n * T(n) * denominator
	*> with the numerator's sign (-1)**(n-1), n = order / 2.
	IF OUT-ORDER = 1
		ADD 1 TO WS-TN-RECHECK-COUNT
		IF OUT-NUMERATOR NOT = -1 OR OUT-DENOMINATOR NOT = 2
			MOVE "ORDER 1 IS NOT EXACTLY -1/2" TO WS-EXCEPTION-TEXT
			MOVE "TANGENT" TO WS-EXCEPTION-CLASS
			PERFORM 2900-REPORT-EXCEPTION
		END-IF
	ELSE
		COMPUTE WS-ODD-REM = FUNCTION MOD (OUT-ORDER, 2)
		IF WS-ODD-REM = 0
			COMPUTE WS-TN-HALF = OUT-ORDER / 2
			IF WS-TN-HALF > WS-TN-MAX
				MOVE "ORDER BEYOND TANGENT-NUMBER RECHECK RANGE"
					TO WS-EXCEPTION-TEXT
				MOVE "TANRANGE" TO WS-EXCEPTION-CLASS
				PERFORM 2900-REPORT-EXCEPTION
			ELSE
				ADD 1 TO WS-TN-RECHECK-COUNT
				PERFORM 2650-CROSS-MULTIPLY
			END-IF
		END-IF
	END-IF.

2650-CROSS-MULTIPLY.
	set WS-TN-IN-RANGE to true
	*> left side: |numerator| split into limbs, times 4**n, times
	*> 4**n - 1 (both within 18 digits up to n = 25).
	IF OUT-NUMERATOR < 0
		COMPUTE WS-TN-SPLIT = OUT-NUMERATOR * -1
	ELSE
		move OUT-NUMERATOR to WS-TN-SPLIT
	END-IF
	move 1 to WS-TN-X
	perform until WS-TN-X > WS-TN-LIMBS
		DIVIDE WS-TN-SPLIT BY 1000000 GIVING WS-TN-SPLIT
			REMAINDER WS-TN-LIMB (1, WS-TN-X)
		add 1 to WS-TN-X
	end-perform
	COMPUTE WS-TN-POWER = 4 ** WS-TN-HALF
	move 1 to WS-TN-R
	move WS-TN-POWER to WS-TN-MULTIPLIER
	PERFORM 8500-MULTIPLY-REGISTER
	COMPUTE WS-TN-MULTIPLIER = WS-TN-POWER - 1
	PERFORM 8500-MULTIPLY-REGISTER
	*> right side: T(n) times 2n times the denominator.
	move WS-TAN-ENTRY (WS-TN-HALF) to WS-TN-REG (2)
	move 2 to WS-TN-R
	COMPUTE WS-TN-MULTIPLIER = WS-TN-HALF * 2
	PERFORM 8500-MULTIPLY-REGISTER
	move OUT-DENOMINATOR to WS-TN-MULTIPLIER
	PERFORM 8500-MULTIPLY-REGISTER
	COMPUTE WS-ODD-REM = FUNCTION MOD (WS-TN-HALF, 2)
	IF WS-TN-OVERFLOWED
		MOVE "FRACTION EXCEEDS TANGENT-NUMBER RECHECK"
			TO WS-EXCEPTION-TEXT
		MOVE "TANRANGE" TO WS-EXCEPTION-CLASS
		PERFORM 2900-REPORT-EXCEPTION
	ELSE
		IF WS-TN-REG (1) NOT = WS-TN-REG (2)
			MOVE "FRACTION DISAGREES WITH TANGENT-NUMBER CHECK"
				TO WS-EXCEPTION-TEXT
			MOVE "TANGENT" TO WS-EXCEPTION-CLASS
			PERFORM 2900-REPORT-EXCEPTION
		ELSE
			IF (WS-ODD-REM = 1 AND OUT-NUMERATOR < 0)
					OR (WS-ODD-REM = 0 AND OUT-NUMERATOR > 0)
				MOVE "NUMERATOR SIGN FAILS TANGENT-NUMBER RECHECK"
					TO WS-EXCEPTION-TEXT
				MOVE "TANGENT" TO WS-EXCEPTION-CLASS
				PERFORM 2900-REPORT-EXCEPTION
			END-IF
		END-IF
	END-IF.

2900-REPORT-EXCEPTION.
	DISPLAY "ORDER " OUT-ORDER ": " WS-EXCEPTION-TEXT
	ADD 1 TO WS-EXCEPTION-COUNT
	set WS-ROW-FAILED to true
	set XL-ERROR to true
	set XL-KEY-ORDER to true
	MOVE OUT-ORDER TO XL-KEY
	MOVE WS-EXCEPTION-CLASS TO XL-CLASS
	MOVE WS-EXCEPTION-TEXT TO XL-TEXT
	PERFORM 2950-LOG-EXCEPTION.

2950-LOG-EXCEPTION.
	*> caller has filled severity, key, class and text; a dataset
	*> that cannot be written is BERNEXCP's to report, not ours.
	MOVE "BERNVAL" TO XL-PROGRAM
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

2960-LOG-RUN-EXCEPTION.
	*> exceptions about the pack as a whole rather than one order.
	set XL-ERROR to true
	set XL-KEY-NONE to true
	MOVE SPACES TO XL-KEY
	PERFORM 2950-LOG-EXCEPTION.

3000-WRAP-UP.
	*> an empty BERNOUT is exactly the partially-written-pack case
	IF WS-ROW-COUNT = 0
		DISPLAY "BERNOUT IS EMPTY -- NOTHING TO CERTIFY"
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE "EMPTY" TO XL-CLASS
		MOVE "BERNOUT IS EMPTY -- NOTHING TO CERTIFY" TO XL-TEXT
		PERFORM 2960-LOG-RUN-EXCEPTION
	END-IF
	PERFORM 3100-VERIFY-GEN-CONTROL
	DISPLAY "BERNVAL: " WS-ROW-COUNT " ROWS READ, "
		WS-FLAGGED-COUNT " FLAGGED OVERFLOWED, "
		WS-FAIL-ROW-COUNT " FAILED, "
		WS-EXCEPTION-COUNT " EXCEPTIONS"
	DISPLAY "BERNVAL: " WS-TN-RECHECK-COUNT
		" ORDERS RECHECKED BY TANGENT NUMBERS"
	IF WS-EXCEPTION-COUNT = 0
		DISPLAY "BERNVAL: BERNOUT CERTIFIED CLEAN"
		PERFORM 3200-MARK-CERTIFIED
		IF WS-GEN-PROMOTED
			set WS-CAT-TO-CERTIFIED to true
			PERFORM 3300-UPDATE-CATALOGUE
		END-IF
	ELSE
		DISPLAY "BERNVAL: BERNOUT FAILED CERTIFICATION"
		MOVE 8 TO RETURN-CODE
		set WS-CAT-TO-REJECTED to true
		PERFORM 3300-UPDATE-CATALOGUE
	END-IF.

3100-VERIFY-GEN-CONTROL.
		DISPLAY "NO GENERATION CONTROL RECORD FOR THIS PACK (STATUS "
			WS-GEN-STATUS ")"
		ADD 1 TO WS-EXCEPTION-COUNT
		MOVE "GENCTL" TO XL-CLASS
		MOVE "NO GENERATION CONTROL RECORD FOR THIS PACK" TO XL-TEXT
		PERFORM 2960-LOG-RUN-EXCEPTION
	ELSE
		READ GEN-CONTROL-FILE
			AT END
				DISPLAY "GENERATION CONTROL DATASET IS EMPTY"
				ADD 1 TO WS-EXCEPTION-COUNT
				MOVE "GENCTL" TO XL-CLASS
				MOVE "GENERATION CONTROL DATASET IS EMPTY" TO XL-TEXT
				PERFORM 2960-LOG-RUN-EXCEPTION
			NOT AT END
				IF GEN-CATALOGUE-SEQ IS NUMERIC
					move GEN-CATALOGUE-SEQ to WS-CAT-SEQ
				END-IF
				IF GEN-EXTENT NOT = WS-ROW-COUNT
					DISPLAY "GENERATION CONTROL EXTENT " GEN-EXTENT
						" DISAGREES WITH BERNOUT ROW COUNT "
						WS-ROW-COUNT
					ADD 1 TO WS-EXCEPTION-COUNT
					MOVE "GENCTL" TO XL-CLASS
					MOVE SPACES TO XL-TEXT
					STRING "GENERATION CONTROL EXTENT " GEN-EXTENT
						" DISAGREES WITH ROW COUNT " WS-ROW-COUNT
						DELIMITED BY SIZE INTO XL-TEXT
					PERFORM 2960-LOG-RUN-EXCEPTION
				END-IF
		END-READ
		CLOSE GEN-CONTROL-FILE
	IF GEN-BUILT
		set GEN-CERTIFIED to true
		REWRITE GEN-CONTROL-RECORD
		set WS-GEN-PROMOTED to true
		DISPLAY "BERNVAL: GENERATION MARKED CERTIFIED"
	ELSE
		DISPLAY "BERNVAL: GENERATION STAMP ALREADY AT '" GEN-STATUS
			"' -- LEFT STANDING"
	END-IF
	CLOSE GEN-CONTROL-FILE.

3300-UPDATE-CATALOGUE.
	*> the catalogue is the record of what became of each pack, not a
	*> fence: a stamp with no catalogue number, or an entry already
	*> pruned, is reported and the certification result stands.
	IF WS-CAT-SEQ = 0
		DISPLAY "BERNVAL: GENERATION CARRIES NO CATALOGUE NUMBER --"
			" BERNGCAT NOT UPDATED"
	ELSE
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		set WS-CAT-NOT-FOUND to true
		OPEN I-O GEN-CATALOGUE-FILE
		IF WS-GCAT-STATUS NOT = "00"
			DISPLAY "BERNVAL: CANNOT OPEN BERNGCAT FOR I-O (STATUS "
				WS-GCAT-STATUS ") -- CATALOGUE NOT UPDATED"
		ELSE
			perform until WS-GCAT-STATUS NOT = "00" or WS-CAT-FOUND
				READ GEN-CATALOGUE-FILE
					AT END
						CONTINUE
					NOT AT END
						IF GCAT-GEN-SEQ = WS-CAT-SEQ
							set WS-CAT-FOUND to true
							MOVE WS-CAT-NEW-STATUS TO GCAT-STATUS
							MOVE WS-RUN-DATE       TO GCAT-STATUS-DATE
							MOVE "BERNVAL"         TO GCAT-STATUS-PROGRAM
							REWRITE GEN-CATALOGUE-RECORD
							DISPLAY "BERNVAL: CATALOGUE GENERATION "
								WS-CAT-SEQ " MARKED '" GCAT-STATUS "'"
						END-IF
				END-READ
			end-perform
			CLOSE GEN-CATALOGUE-FILE
			IF WS-CAT-NOT-FOUND
				DISPLAY "BERNVAL: GENERATION " WS-CAT-SEQ
					" IS NOT ON BERNGCAT -- CATALOGUE NOT UPDATED"
			END-IF
		END-IF
	END-IF.

8500-MULTIPLY-REGISTER.
	*> register WS-TN-R times WS-TN-MULTIPLIER, in place.  A carry
	*> out of the top limb means the product no longer fits.
	move 0 to WS-TN-CARRY
	move 1 to WS-TN-X
	perform until WS-TN-X > WS-TN-LIMBS
		COMPUTE WS-TN-PRODUCT =
			WS-TN-LIMB (WS-TN-R, WS-TN-X) * WS-TN-MULTIPLIER
				+ WS-TN-CARRY
		DIVIDE WS-TN-PRODUCT BY 1000000 GIVING WS-TN-CARRY
			REMAINDER WS-TN-LIMB (WS-TN-R, WS-TN-X)
		add 1 to WS-TN-X
	end-perform
	IF WS-TN-CARRY > 0
		set WS-TN-OVERFLOWED to true
	END-IF.

8600-ADD-REGISTERS.
	*> register 1 = register 1 + register 2.
	move 0 to WS-TN-CARRY
	move 1 to WS-TN-X
	perform until WS-TN-X > WS-TN-LIMBS
		COMPUTE WS-TN-PRODUCT = WS-TN-LIMB (1, WS-TN-X)
			+ WS-TN-LIMB (2, WS-TN-X) + WS-TN-CARRY
		DIVIDE WS-TN-PRODUCT BY 1000000 GIVING WS-TN-CARRY
			REMAINDER WS-TN-LIMB (1, WS-TN-X)
		add 1 to WS-TN-X
	end-perform
	IF WS-TN-CARRY > 0
		set WS-TN-OVERFLOWED to true
	END-IF.
