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
FD  CONTROL-CARD-FILE.
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
	77 m pic 9(3).
	77 disp pic S9(25)V9(6).
	77 WS-OUT-STATUS pic X(2).
	77 WS-AUDIT-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-GCAT-STATUS pic X(2).
	77 WS-GARC-STATUS pic X(2).
	*> generation catalogue: the last WS-RETAIN-COUNT generations are
	*> held, plus the most recent CLEARED one when it has aged out of
	*> that window, so the in-memory copy needs one slot beyond the
	*> compiled ceiling for it and one more for the build being added.
	77 WS-RETAIN-COUNT pic 9(3) value 5.
	77 WS-RETAIN-MAX pic 9(3) value 10.
	77 WS-CAT-MAX pic 9(3) value 11.
	77 WS-CAT-COUNT pic 9(3) value 0.
	77 WS-CAT-IDX pic 9(3).
	77 WS-CAT-ROW-IDX pic 9(3).
	77 WS-CAT-FOUND pic 9(3).
	77 WS-PIN-IDX pic 9(3).
	77 WS-KEEP-FROM pic 9(3).
	77 WS-HELD-COUNT pic 9(3).
	77 WS-PRUNED-COUNT pic 9(3).
	77 WS-NEW-GEN-SEQ pic 9(5).
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-OUT-EXTENT pic 9(3) value 0.
	01 WS-TABLE.
		05 B-ENTRY OCCURS 52 TIMES.
			COPY BERNTAB.
	01 WS-CATALOGUE.
		05 WS-CAT-SLOT OCCURS 12 TIMES.
			10 WS-CAT-KEEP-FLAG pic X.
				88 WS-CAT-KEPT   value "Y".
				88 WS-CAT-PRUNED value "N".
			10 WS-CAT-ROW-COUNT pic 9(3).
			10 WS-CAT-ENTRY.
				COPY BERNGCAR
					REPLACING ==05==                   BY ==15==
					          ==GCAT-GEN-SEQ==         BY ==CAT-GEN-SEQ==
					          ==GCAT-STATUS==          BY ==CAT-STATUS==
					          ==GCAT-BUILT==           BY ==CAT-BUILT==
					          ==GCAT-CERTIFIED==       BY ==CAT-CERTIFIED==
					          ==GCAT-CLEARED==         BY ==CAT-CLEARED==
					          ==GCAT-REJECTED==        BY ==CAT-REJECTED==
					          ==GCAT-BUILD-DATE==      BY ==CAT-BUILD-DATE==
					          ==GCAT-BUILD-TIME==      BY ==CAT-BUILD-TIME==
					          ==GCAT-EXTENT==          BY ==CAT-EXTENT==
					          ==GCAT-SUPERSEDED-DATE== BY ==CAT-SUPERSEDED-DATE==
					          ==GCAT-STANDING==        BY ==CAT-STANDING==
					          ==GCAT-STATUS-DATE==     BY ==CAT-STATUS-DATE==
					          ==GCAT-STATUS-PROGRAM==  BY ==CAT-STATUS-PROGRAM==.
			10 WS-CAT-ROW pic X(90) OCCURS 50 TIMES.



	ELSE
		DISPLAY "BERNOULLI: CHECKPOINT-INTERVAL "
			WS-CHECKPOINT-INTERVAL " (DEFAULT)"
	END-IF
	*> the catalogue's in-memory copy stays at its compiled size, so a
	*> card can shorten the retention window but never push it past
	*> WS-RETAIN-MAX.
	MOVE "GEN-RETAIN-COUNT" TO PRM-KEYWORD
	CALL "BERNPARM" USING BERNPARM-PARMS
	IF PRM-FOUND
		IF PRM-VALUE < 1 OR PRM-VALUE > WS-RETAIN-MAX
			DISPLAY "FATAL: GEN-RETAIN-COUNT CARD VALUE "
				PRM-VALUE " IS OUTSIDE 1-" WS-RETAIN-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE PRM-VALUE TO WS-RETAIN-COUNT
		IF WS-RETAIN-COUNT NOT = PRM-VALUE
			DISPLAY "FATAL: GEN-RETAIN-COUNT CARD VALUE "
				PRM-VALUE " IS UNUSABLE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "BERNOULLI: GEN-RETAIN-COUNT " WS-RETAIN-COUNT
			" (BERNPARM)"
	ELSE
		DISPLAY "BERNOULLI: GEN-RETAIN-COUNT " WS-RETAIN-COUNT
			" (DEFAULT)"
	END-IF.

1000-PROCESS-DECK.
			END-IF
			PERFORM 2000-BUILD-TABLE
		END-IF
		*> the catalogue is read before BERNOUT is opened, so a catalogue
		*> or archive that stops the run leaves the prior pack and its
		*> BERNGCTL stamp standing together.
		PERFORM 4400-LOAD-CATALOGUE
		PERFORM 4000-WRITE-OUTPUT
		PERFORM 4500-STAMP-GENERATION
		PERFORM 4600-CATALOGUE-GENERATION
		PERFORM 5000-WRITE-AUDIT-LOG
		ADD 1 TO WS-COMPLETED-COUNT
	END-IF.
	*> BERNDIFF, and checked by every consumer before it trusts the
	*> pack -- so a job rerun out of order trips over the data itself
	*> instead of relying on scheduler discipline.  Rewritten
	*> wholesale per card, like BERNOUT itself, and numbered with the
	*> catalogue entry 4600-CATALOGUE-GENERATION is about to add.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-RUN-TIME FROM TIME
	OPEN OUTPUT GEN-CONTROL-FILE
	MOVE WS-RUN-DATE  TO GEN-BUILD-DATE
	MOVE WS-RUN-TIME  TO GEN-BUILD-TIME
	MOVE WS-LAST-DONE TO GEN-EXTENT
	MOVE WS-NEW-GEN-SEQ TO GEN-CATALOGUE-SEQ
	WRITE GEN-CONTROL-RECORD
	CLOSE GEN-CONTROL-FILE.

4400-LOAD-CATALOGUE.
	*> BERNOUT and BERNGCTL only ever hold the newest generation, so
	*> every pack is also kept on the generation catalogue (BERNGCAT)
	*> with its rows on the archive (BERNGARC) -- the prior cleared
	*> generation BERNDIFF compares against and BERNROLL restores
	*> from.  Both are small enough to hold whole: read them in here,
	*> and the next generation number is one past the highest held.
	*> A catalogue that does not exist yet is simply empty.
	move 0 to WS-CAT-COUNT
	move 1 to WS-NEW-GEN-SEQ
	OPEN INPUT GEN-CATALOGUE-FILE
	IF WS-GCAT-STATUS = "35"
		DISPLAY "BERNOULLI: NO BERNGCAT YET -- STARTING THE"
			" GENERATION CATALOGUE"
	ELSE
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
					IF WS-CAT-COUNT >= WS-CAT-MAX
						DISPLAY "FATAL: BERNGCAT HOLDS MORE THAN "
							WS-CAT-MAX " GENERATIONS"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					ADD 1 TO WS-CAT-COUNT
					MOVE GEN-CATALOGUE-RECORD
						TO WS-CAT-ENTRY (WS-CAT-COUNT)
					move 0 to WS-CAT-ROW-COUNT (WS-CAT-COUNT)
					IF GCAT-GEN-SEQ >= WS-NEW-GEN-SEQ
						COMPUTE WS-NEW-GEN-SEQ = GCAT-GEN-SEQ + 1
					END-IF
			END-READ
		end-perform
		CLOSE GEN-CATALOGUE-FILE
	END-IF
	IF WS-CAT-COUNT > 0
		PERFORM 4450-LOAD-ARCHIVE
	END-IF.

4450-LOAD-ARCHIVE.
	*> a catalogue with entries but no archive has lost the packs it
	*> describes; carrying on would write a catalogue promising
	*> generations nobody can restore.
	OPEN INPUT GEN-ARCHIVE-FILE
	IF WS-GARC-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGARC FOR INPUT (STATUS "
			WS-GARC-STATUS ") -- BERNGCAT HAS NO ARCHIVE"
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
				PERFORM 4460-HOLD-ARCHIVE-ROW
		END-READ
	end-perform
	CLOSE GEN-ARCHIVE-FILE.

4460-HOLD-ARCHIVE-ROW.
	*> rows whose generation is no longer on the catalogue are left
	*> behind here, and drop out when the archive is rewritten.
	move 0 to WS-CAT-FOUND
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT or WS-CAT-FOUND > 0
		IF CAT-GEN-SEQ (WS-CAT-IDX) = GARC-GEN-SEQ
			move WS-CAT-IDX to WS-CAT-FOUND
		END-IF
		add 1 to WS-CAT-IDX
	end-perform
	IF WS-CAT-FOUND > 0
		IF WS-CAT-ROW-COUNT (WS-CAT-FOUND) >= WS-TABLE-MAX-ORDER
			DISPLAY "FATAL: BERNGARC HOLDS MORE THAN "
				WS-TABLE-MAX-ORDER " ROWS FOR GENERATION "
				GARC-GEN-SEQ
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-CAT-ROW-COUNT (WS-CAT-FOUND)
		MOVE GARC-ROW TO
			WS-CAT-ROW (WS-CAT-FOUND, WS-CAT-ROW-COUNT (WS-CAT-FOUND))
	END-IF.

4600-CATALOGUE-GENERATION.
	*> the generation standing until now is superseded today by the
	*> one this card just wrote, which joins the catalogue at BUILT;
	*> BERNVAL and BERNDIFF move it on from there.
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT
		IF CAT-STANDING (WS-CAT-IDX)
			MOVE WS-RUN-DATE TO CAT-SUPERSEDED-DATE (WS-CAT-IDX)
		END-IF
		add 1 to WS-CAT-IDX
	end-perform
	ADD 1 TO WS-CAT-COUNT
	MOVE SPACES         TO WS-CAT-ENTRY (WS-CAT-COUNT)
	MOVE WS-NEW-GEN-SEQ TO CAT-GEN-SEQ (WS-CAT-COUNT)
	set CAT-BUILT (WS-CAT-COUNT) to true
	MOVE WS-RUN-DATE    TO CAT-BUILD-DATE (WS-CAT-COUNT)
	MOVE WS-RUN-TIME    TO CAT-BUILD-TIME (WS-CAT-COUNT)
	MOVE WS-LAST-DONE   TO CAT-EXTENT (WS-CAT-COUNT)
	MOVE 0              TO CAT-SUPERSEDED-DATE (WS-CAT-COUNT)
	MOVE WS-RUN-DATE    TO CAT-STATUS-DATE (WS-CAT-COUNT)
	MOVE "BERNOULLI"    TO CAT-STATUS-PROGRAM (WS-CAT-COUNT)
	move 0 to WS-CAT-ROW-COUNT (WS-CAT-COUNT)
	PERFORM 4650-APPLY-RETENTION
	*> archive before catalogue: a run that dies between the two
	*> leaves archive rows nothing points at, which the next load
	*> drops, never a catalogue entry with no rows behind it.
	PERFORM 4700-WRITE-ARCHIVE
	PERFORM 4750-WRITE-CATALOGUE
	DISPLAY "BERNOULLI: GENERATION " WS-NEW-GEN-SEQ
		" CATALOGUED -- " WS-HELD-COUNT " HELD, "
		WS-PRUNED-COUNT " PRUNED".

4650-APPLY-RETENTION.
	*> keep the newest WS-RETAIN-COUNT entries, this build included.
	*> The most recent CLEARED generation is kept as well when it has
	*> aged out of that window: it is the pack BERNROLL falls back to
	*> and BERNDIFF compares against, and a run of held builds must
	*> not push it off the end.  Entries are held oldest first.
	move 0 to WS-PIN-IDX
	move 0 to WS-HELD-COUNT
	move 0 to WS-PRUNED-COUNT
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT
		IF CAT-CLEARED (WS-CAT-IDX)
			move WS-CAT-IDX to WS-PIN-IDX
		END-IF
		add 1 to WS-CAT-IDX
	end-perform
	IF WS-CAT-COUNT > WS-RETAIN-COUNT
		COMPUTE WS-KEEP-FROM = WS-CAT-COUNT - WS-RETAIN-COUNT + 1
	ELSE
		move 1 to WS-KEEP-FROM
	END-IF
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT
		IF WS-CAT-IDX >= WS-KEEP-FROM OR WS-CAT-IDX = WS-PIN-IDX
			set WS-CAT-KEPT (WS-CAT-IDX) to true
			ADD 1 TO WS-HELD-COUNT
		ELSE
			set WS-CAT-PRUNED (WS-CAT-IDX) to true
			ADD 1 TO WS-PRUNED-COUNT
			DISPLAY "BERNOULLI: GENERATION " CAT-GEN-SEQ (WS-CAT-IDX)
				" OF " CAT-BUILD-DATE (WS-CAT-IDX) " "
				CAT-BUILD-TIME (WS-CAT-IDX)
				" (STATUS " CAT-STATUS (WS-CAT-IDX)
				") PRUNED FROM THE CATALOGUE"
		END-IF
		add 1 to WS-CAT-IDX
	end-perform.

4700-WRITE-ARCHIVE.
	OPEN OUTPUT GEN-ARCHIVE-FILE
	IF WS-GARC-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGARC FOR OUTPUT (STATUS "
			WS-GARC-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT
		IF WS-CAT-KEPT (WS-CAT-IDX)
			move 1 to WS-CAT-ROW-IDX
			perform until WS-CAT-ROW-IDX > WS-CAT-ROW-COUNT (WS-CAT-IDX)
				MOVE CAT-GEN-SEQ (WS-CAT-IDX) TO GARC-GEN-SEQ
				MOVE WS-CAT-ROW (WS-CAT-IDX, WS-CAT-ROW-IDX) TO GARC-ROW
				WRITE GEN-ARCHIVE-RECORD
				add 1 to WS-CAT-ROW-IDX
			end-perform
		END-IF
		add 1 to WS-CAT-IDX
	end-perform
	*> the new generation's rows come straight off the table, the same
	*> way 4000-WRITE-OUTPUT put them on BERNOUT.
	move 1 to WS-OUT-IDX
	perform until WS-OUT-IDX > WS-LAST-DONE
		MOVE SPACES TO GEN-ARCHIVE-RECORD
		MOVE WS-NEW-GEN-SEQ TO GARC-GEN-SEQ
		move WS-OUT-IDX to GARC-ORDER
		move B (WS-OUT-IDX + 1) to GARC-VALUE
		move B-OVERFLOW-FLAG (WS-OUT-IDX + 1) to GARC-OVERFLOW-FLAG
		move B-NUMERATOR (WS-OUT-IDX + 1) to GARC-NUMERATOR
		move B-DENOMINATOR (WS-OUT-IDX + 1) to GARC-DENOMINATOR
		WRITE GEN-ARCHIVE-RECORD
		add 1 to WS-OUT-IDX
	end-perform
	CLOSE GEN-ARCHIVE-FILE.

4750-WRITE-CATALOGUE.
	OPEN OUTPUT GEN-CATALOGUE-FILE
	IF WS-GCAT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGCAT FOR OUTPUT (STATUS "
			WS-GCAT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	move 1 to WS-CAT-IDX
	perform until WS-CAT-IDX > WS-CAT-COUNT
		IF WS-CAT-KEPT (WS-CAT-IDX)
			MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO GEN-CATALOGUE-RECORD
			WRITE GEN-CATALOGUE-RECORD
		END-IF
		add 1 to WS-CAT-IDX
	end-perform
	CLOSE GEN-CATALOGUE-FILE.

5000-WRITE-AUDIT-LOG.
	*> one-line audit record per control card acted on (date, time,
	*> upper bound, row count produced), same convention as the other
