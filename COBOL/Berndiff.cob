	*> expected orders differ and RC=8 otherwise, so the scheduler
	*> can hold the new generation for review instead of promoting
	*> it.  A disappeared order is never expected.
	*> With DIFF-PRIOR-SOURCE 1 on BERNPARM the prior generation is
	*> not read from a hand-staged BERNOLD at all: it is the most
	*> recent CLEARED generation on the generation catalogue
	*> (BERNGCAT) older than the one BERNGCTL now stamps, read back
	*> from the catalogue's archive (BERNGARC).  Either way the
	*> verdict is carried onto the new generation's catalogue entry --
	*> CLEARED alongside the stamp, or REJECTED when it is held.
	*> Every unexpected difference, and every reason the stamp could
	*> not be cleared, is also appended to the shared exception
	*> dataset through BERNEXCP for the morning digest (BERNEXDG);
	*> expected differences are the run doing its job and are not.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.

	SELECT GEN-CATALOGUE-FILE ASSIGN TO "BERNGCAT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GCAT-STATUS.

	SELECT GEN-ARCHIVE-FILE ASSIGN TO "BERNGARC"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GARC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-GEN-FILE
01  GEN-CONTROL-RECORD.
	COPY BERNGENR.

FD  GEN-CATALOGUE-FILE
	RECORDING MODE IS F.
01  GEN-CATALOGUE-RECORD.
	COPY BERNGCAR.

FD  GEN-ARCHIVE-FILE
	RECORDING MODE IS F.
01  GEN-ARCHIVE-RECORD.
	COPY BERNGARR.

WORKING-STORAGE SECTION.
	77 WS-OLD-STATUS pic X(2).
	77 WS-NEW-STATUS pic X(2).
	77 WS-CARD-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-GCAT-STATUS pic X(2).
	77 WS-GARC-STATUS pic X(2).
	77 WS-PRIOR-SOURCE pic 9 value 0.
		88 WS-PRIOR-FROM-BERNOLD   value 0.
		88 WS-PRIOR-FROM-CATALOGUE value 1.
	*> catalogue number of the generation BERNGCTL stamps (BERNNEW),
	*> and the prior cleared generation found for it on BERNGCAT.
	77 WS-CAT-SEQ pic 9(5) value 0.
	77 WS-PRIOR-SEQ pic 9(5) value 0.
	77 WS-PRIOR-DATE pic 9(8).
	77 WS-PRIOR-TIME pic 9(6).
	77 WS-PRIOR-EXTENT pic 9(3).
	77 WS-CAT-NEW-STATUS pic X.
		88 WS-CAT-TO-CLEARED  value "R".
		88 WS-CAT-TO-REJECTED value "X".
	77 WS-CAT-FOUND-FLAG pic X.
		88 WS-CAT-FOUND     value "Y".
		88 WS-CAT-NOT-FOUND value "N".
		88 WS-CAT-UNREADABLE value "E".
	77 WS-MARKED-FLAG pic X value "N".
		88 WS-GEN-MARKED-CLEARED value "Y".
	77 WS-RUN-DATE pic 9(8).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	77 WS-CHECK-SUB pic 9(3).
	77 WS-OLD-EXTENT pic 9(3) value 0.
				          ==10 B==               BY ==10 NEW-B==.
	01 BERNPARM-PARMS.
		COPY BERNPLNK.
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 0500-FETCH-PARAMETERS
	IF WS-PRIOR-FROM-CATALOGUE
		DISPLAY "BERNDIFF: COMPARING PRIOR CLEARED GENERATION"
			" (BERNGCAT) AGAINST BERNNEW"
	ELSE
		DISPLAY "BERNDIFF: COMPARING BERNOLD AGAINST BERNNEW"
	END-IF
	PERFORM 1000-LOAD-EXPECTED-ORDERS
	PERFORM 1100-LOAD-OLD-GENERATION
	PERFORM 1200-LOAD-NEW-GENERATION
	ELSE
		DISPLAY "BERNDIFF: EXPECTED-CARD-MAX " WS-EXPECTED-MAX
			" (DEFAULT)"
	END-IF
	*> 0 = the prior generation is the hand-staged BERNOLD, as it
	*> always was; 1 = take it from the generation catalogue.
	MOVE "DIFF-PRIOR-SOURCE" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE NOT = 0 AND PRM-VALUE NOT = 1
			DISPLAY "FATAL: DIFF-PRIOR-SOURCE CARD VALUE "
				PRM-VALUE " IS NOT 0 OR 1"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-PRIOR-SOURCE
		DISPLAY "BERNDIFF: DIFF-PRIOR-SOURCE " WS-PRIOR-SOURCE
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNDIFF: DIFF-PRIOR-SOURCE " WS-PRIOR-SOURCE
			" (DEFAULT)"
	END-IF.

1000-LOAD-EXPECTED-ORDERS.
	END-IF.

1100-LOAD-OLD-GENERATION.
	IF WS-PRIOR-FROM-CATALOGUE
		PERFORM 1120-FIND-PRIOR-CLEARED
		PERFORM 1130-LOAD-ARCHIVED-GENERATION
	ELSE
		PERFORM 1110-LOAD-BERNOLD
	END-IF.

1110-LOAD-BERNOLD.
	OPEN INPUT OLD-GEN-FILE
	IF WS-OLD-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNOLD FOR INPUT (STATUS "
	end-perform
	CLOSE OLD-GEN-FILE.

1120-FIND-PRIOR-CLEARED.
	*> BERNNEW is the generation BERNGCTL stamps, so its catalogue
	*> number bounds the search: the prior generation is the newest
	*> CLEARED entry numbered below it.  With no number to go on, or
	*> nothing cleared before it, there is no prior generation to
	*> compare against and the run stops rather than compare to
	*> nothing -- stage BERNOLD and run with DIFF-PRIOR-SOURCE 0.
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGCTL FOR INPUT (STATUS "
			WS-GEN-STATUS ") -- NEEDED TO FIND THE PRIOR GENERATION"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ GEN-CONTROL-FILE
		AT END
			DISPLAY "FATAL: BERNGCTL IS EMPTY"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-READ
	IF GEN-CATALOGUE-SEQ IS NOT NUMERIC OR GEN-CATALOGUE-SEQ = 0
		DISPLAY "FATAL: BERNGCTL CARRIES NO CATALOGUE NUMBER --"
			" CANNOT TAKE THE PRIOR GENERATION FROM BERNGCAT"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE GEN-CATALOGUE-SEQ TO WS-CAT-SEQ
	CLOSE GEN-CONTROL-FILE
	OPEN INPUT GEN-CATALOGUE-FILE
	IF WS-GCAT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGCAT FOR INPUT (STATUS "
			WS-GCAT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-GCAT-STATUS = "10"
		READ GEN-CATALOGUE-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-GCAT-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNGCAT (STATUS "
						WS-GCAT-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				IF GCAT-CLEARED AND GCAT-GEN-SEQ < WS-CAT-SEQ
						AND GCAT-GEN-SEQ > WS-PRIOR-SEQ
					MOVE GCAT-GEN-SEQ    TO WS-PRIOR-SEQ
					MOVE GCAT-BUILD-DATE TO WS-PRIOR-DATE
					MOVE GCAT-BUILD-TIME TO WS-PRIOR-TIME
					MOVE GCAT-EXTENT     TO WS-PRIOR-EXTENT
				END-IF
		END-READ
	end-perform
	CLOSE GEN-CATALOGUE-FILE
	IF WS-PRIOR-SEQ = 0
		DISPLAY "FATAL: NO CLEARED GENERATION BEFORE " WS-CAT-SEQ
			" ON BERNGCAT"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	DISPLAY "BERNDIFF: PRIOR GENERATION IS " WS-PRIOR-SEQ " OF "
		WS-PRIOR-DATE " " WS-PRIOR-TIME ", EXTENT " WS-PRIOR-EXTENT.

1130-LOAD-ARCHIVED-GENERATION.
	OPEN INPUT GEN-ARCHIVE-FILE
	IF WS-GARC-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGARC FOR INPUT (STATUS "
			WS-GARC-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-GARC-STATUS = "10"
		READ GEN-ARCHIVE-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-GARC-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNGARC (STATUS "
						WS-GARC-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				IF GARC-GEN-SEQ = WS-PRIOR-SEQ
					COMPUTE WS-CHECK-SUB = GARC-ORDER + 1
					PERFORM 8100-CHECK-SUBSCRIPT
					MOVE "Y"                TO OLD-PRESENT (GARC-ORDER + 1)
					MOVE GARC-VALUE         TO OLD-B (GARC-ORDER + 1)
					MOVE GARC-OVERFLOW-FLAG TO OLD-B-OVERFLOW-FLAG (GARC-ORDER + 1)
					MOVE GARC-NUMERATOR     TO OLD-B-NUMERATOR (GARC-ORDER + 1)
					MOVE GARC-DENOMINATOR   TO OLD-B-DENOMINATOR (GARC-ORDER + 1)
					IF GARC-ORDER > WS-OLD-EXTENT
						MOVE GARC-ORDER TO WS-OLD-EXTENT
					END-IF
				END-IF
		END-READ
	end-perform
	CLOSE GEN-ARCHIVE-FILE
	*> the archive is rewritten by every build; rows that no longer
	*> add up to the extent the catalogue recorded are not the
	*> generation that was cleared.
	IF WS-OLD-EXTENT NOT = WS-PRIOR-EXTENT
		DISPLAY "FATAL: BERNGARC ROWS FOR GENERATION " WS-PRIOR-SEQ
			" REACH ORDER " WS-OLD-EXTENT ", CATALOGUE EXTENT IS "
			WS-PRIOR-EXTENT
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

1200-LOAD-NEW-GENERATION.
	OPEN INPUT NEW-GEN-FILE
	IF WS-NEW-STATUS NOT = "00"
			MOVE NEW-B (WS-DIFF-IDX + 1) TO WS-VALUE-EDIT-2
			DISPLAY "ORDER " WS-DIFF-IDX " CHANGED"
				WS-UNEXPECTED-TAG
			IF WS-ORDER-UNEXPECTED
				MOVE "CHANGED" TO XL-CLASS
				MOVE "ORDER CHANGED AND IS NOT ON THE EXPECTED-ORDER CARDS"
					TO XL-TEXT
				PERFORM 2900-LOG-ORDER-EXCEPTION
			END-IF
			DISPLAY "    OLD VALUE " WS-VALUE-EDIT
				"  FRACTION " OLD-B-NUMERATOR (WS-DIFF-IDX + 1)
				" / " OLD-B-DENOMINATOR (WS-DIFF-IDX + 1)
			PERFORM 2200-CHECK-EXPECTED
			DISPLAY "ORDER " WS-DIFF-IDX " APPEARED"
				WS-UNEXPECTED-TAG
			IF WS-ORDER-UNEXPECTED
				MOVE "APPEARED" TO XL-CLASS
				MOVE "ORDER APPEARED AND IS NOT ON THE EXPECTED-ORDER CARDS"
					TO XL-TEXT
				PERFORM 2900-LOG-ORDER-EXCEPTION
			END-IF
		ELSE
			IF OLD-PRESENT (WS-DIFF-IDX + 1) = "Y"
				*> a row that vanished is never what a rebuild or a
				ADD 1 TO WS-UNEXPECTED-COUNT
				DISPLAY "ORDER " WS-DIFF-IDX
					" DISAPPEARED ** UNEXPECTED"
				MOVE "DISAPPRD" TO XL-CLASS
				MOVE "ORDER ON THE PRIOR GENERATION DISAPPEARED"
					TO XL-TEXT
				PERFORM 2900-LOG-ORDER-EXCEPTION
			END-IF
		END-IF
	END-IF.
		ADD 1 TO WS-UNEXPECTED-COUNT
	END-IF.

2900-LOG-ORDER-EXCEPTION.
	set XL-ERROR to true
	set XL-KEY-ORDER to true
	MOVE WS-DIFF-IDX TO XL-KEY
	PERFORM 2990-LOG-EXCEPTION.

2950-LOG-HOLD-EXCEPTION.
	*> a stamp that could not be cleared holds the generation as
	*> surely as an unexpected difference does.
	set XL-ERROR to true
	set XL-KEY-NONE to true
	MOVE SPACES TO XL-KEY
	MOVE "GENCTL" TO XL-CLASS
	PERFORM 2990-LOG-EXCEPTION.

2990-LOG-EXCEPTION.
	*> caller has filled severity, key, class and text; a dataset
	*> that cannot be written is BERNEXCP's to report, not ours.
	MOVE "BERNDIFF" TO XL-PROGRAM
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

3000-WRAP-UP.
	DISPLAY "BERNDIFF: " WS-IDENTICAL-COUNT " IDENTICAL, "
		WS-CHANGED-COUNT " CHANGED, "
	IF WS-UNEXPECTED-COUNT = 0
		DISPLAY "BERNDIFF: NEW GENERATION CLEAR FOR PROMOTION"
		PERFORM 3100-MARK-CLEARED
		IF WS-GEN-MARKED-CLEARED
			set WS-CAT-TO-CLEARED to true
			PERFORM 3300-UPDATE-CATALOGUE
		ELSE
			*> no difference, but the stamp could not be cleared: the
			*> generation is held all the same.
			set WS-CAT-TO-REJECTED to true
			PERFORM 3300-UPDATE-CATALOGUE
		END-IF
	ELSE
		DISPLAY "BERNDIFF: HOLD NEW GENERATION FOR REVIEW"
		MOVE 8 TO RETURN-CODE
		set WS-CAT-TO-REJECTED to true
		PERFORM 3300-UPDATE-CATALOGUE
	END-IF.

3100-MARK-CLEARED.
		DISPLAY "BERNDIFF: NO BERNGCTL TO MARK CLEARED (STATUS "
			WS-GEN-STATUS ") -- HOLD FOR REVIEW"
		MOVE 8 TO RETURN-CODE
		MOVE "NO BERNGCTL TO MARK CLEARED -- HELD FOR REVIEW" TO XL-TEXT
		PERFORM 2950-LOG-HOLD-EXCEPTION
	ELSE
		READ GEN-CONTROL-FILE
			AT END
				DISPLAY "BERNDIFF: BERNGCTL IS EMPTY -- HOLD FOR REVIEW"
				MOVE 8 TO RETURN-CODE
				MOVE "BERNGCTL IS EMPTY -- HELD FOR REVIEW" TO XL-TEXT
				PERFORM 2950-LOG-HOLD-EXCEPTION
			NOT AT END
				IF GEN-BUILT
					DISPLAY "BERNDIFF: GENERATION STILL AT BUILT --"
						" NOT CERTIFIED, HOLD FOR REVIEW"
					MOVE 8 TO RETURN-CODE
					MOVE "GENERATION STILL AT BUILT -- NOT CERTIFIED, HELD"
						TO XL-TEXT
					PERFORM 2950-LOG-HOLD-EXCEPTION
				ELSE
					IF NOT GEN-CERTIFIED AND NOT GEN-CLEARED
						DISPLAY "BERNDIFF: BERNGCTL STATUS '"
							GEN-STATUS "' IS NOT RECOGNIZED --"
							" HOLD FOR REVIEW"
						MOVE 8 TO RETURN-CODE
						MOVE SPACES TO XL-TEXT
						STRING "BERNGCTL STATUS '" GEN-STATUS
							"' IS NOT RECOGNIZED -- HELD FOR REVIEW"
							DELIMITED BY SIZE INTO XL-TEXT
						PERFORM 2950-LOG-HOLD-EXCEPTION
					ELSE
						IF GEN-EXTENT NOT = WS-NEW-EXTENT
							DISPLAY "BERNDIFF: BERNGCTL EXTENT "
								" DISAGREES WITH BERNNEW EXTENT "
								WS-NEW-EXTENT " -- HOLD FOR REVIEW"
							MOVE 8 TO RETURN-CODE
							MOVE SPACES TO XL-TEXT
							STRING "BERNGCTL EXTENT " GEN-EXTENT
								" DISAGREES WITH BERNNEW EXTENT "
								WS-NEW-EXTENT DELIMITED BY SIZE
								INTO XL-TEXT
							PERFORM 2950-LOG-HOLD-EXCEPTION
						ELSE
							set GEN-CLEARED to true
							REWRITE GEN-CONTROL-RECORD
							set WS-GEN-MARKED-CLEARED to true
							DISPLAY "BERNDIFF: GENERATION MARKED"
								" CLEARED"
						END-IF
		CLOSE GEN-CONTROL-FILE
	END-IF.

3300-UPDATE-CATALOGUE.
	*> the verdict goes onto the catalogue entry of the generation
	*> BERNGCTL stamps.  The catalogue records what became of each
	*> pack; it is not a fence, so a stamp with no catalogue number
	*> or an entry already pruned is reported and the verdict stands.
	move 0 to WS-CAT-SEQ
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS = "00"
		READ GEN-CONTROL-FILE
			AT END
				CONTINUE
			NOT AT END
				IF GEN-CATALOGUE-SEQ IS NUMERIC
					MOVE GEN-CATALOGUE-SEQ TO WS-CAT-SEQ
				END-IF
		END-READ
		CLOSE GEN-CONTROL-FILE
	END-IF
	IF WS-CAT-SEQ = 0
		DISPLAY "BERNDIFF: GENERATION CARRIES NO CATALOGUE NUMBER --"
			" BERNGCAT NOT UPDATED"
	ELSE
		ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
		set WS-CAT-NOT-FOUND to true
		OPEN I-O GEN-CATALOGUE-FILE
		IF WS-GCAT-STATUS NOT = "00"
			DISPLAY "BERNDIFF: CANNOT OPEN BERNGCAT FOR I-O (STATUS "
				WS-GCAT-STATUS ") -- CATALOGUE NOT UPDATED"
		ELSE
			perform until WS-GCAT-STATUS = "10" or NOT WS-CAT-NOT-FOUND
				READ GEN-CATALOGUE-FILE
					AT END
						CONTINUE
					NOT AT END
						IF WS-GCAT-STATUS NOT = "00"
							set WS-CAT-UNREADABLE to true
							DISPLAY "BERNDIFF: ERROR READING BERNGCAT (STATUS "
								WS-GCAT-STATUS ") -- CATALOGUE NOT UPDATED"
						ELSE
							IF GCAT-GEN-SEQ = WS-CAT-SEQ
								set WS-CAT-FOUND to true
								PERFORM 3350-REWRITE-CATALOGUE-ENTRY
							END-IF
						END-IF
				END-READ
			end-perform
			CLOSE GEN-CATALOGUE-FILE
			IF WS-CAT-NOT-FOUND
				DISPLAY "BERNDIFF: GENERATION " WS-CAT-SEQ
					" IS NOT ON BERNGCAT -- CATALOGUE NOT UPDATED"
			END-IF
		END-IF
	END-IF.

3350-REWRITE-CATALOGUE-ENTRY.
	MOVE WS-CAT-NEW-STATUS TO GCAT-STATUS
	MOVE WS-RUN-DATE       TO GCAT-STATUS-DATE
	MOVE "BERNDIFF"        TO GCAT-STATUS-PROGRAM
	REWRITE GEN-CATALOGUE-RECORD
	IF WS-GCAT-STATUS NOT = "00"
		DISPLAY "BERNDIFF: CANNOT REWRITE BERNGCAT GENERATION "
			WS-CAT-SEQ " (STATUS " WS-GCAT-STATUS
			") -- CATALOGUE NOT UPDATED"
	ELSE
		DISPLAY "BERNDIFF: CATALOGUE GENERATION "
			WS-CAT-SEQ " MARKED '" GCAT-STATUS "'"
	END-IF.

8100-CHECK-SUBSCRIPT.
	IF WS-CHECK-SUB > WS-TABLE-MAX-ORDER + 1
		DISPLAY "FATAL: SUBSCRIPT " WS-CHECK-SUB
