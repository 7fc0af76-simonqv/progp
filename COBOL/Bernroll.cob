       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNROLL.

	*> rollback job: when a new build is held -- BERNVAL failed it,
	*> or BERNDIFF found differences nobody expected -- the way back
	*> used to be rerunning the old deck and hoping the rebuild came
	*> out the same.  This job puts the most recent CLEARED generation
	*> on the generation catalogue (BERNGCAT) back in service from the
	*> catalogue's archive (BERNGARC): BERNOUT is rewritten with its
	*> rows, BERNMST is reloaded from them the way BERNLOAD loads it,
	*> BERNCKPT is rewritten to hold the restored table at its extent
	*> -- left alone, the checkpoint would hand the held build straight
	*> back to the next BERNOULLI run, and BERNRCON would outvote it --
	*> and BERNGCTL is restamped CLEARED with the restored
	*> generation's build stamp, extent and catalogue number, so every
	*> consumer's generation check passes on the pack it is actually
	*> reading.  A BERNAUDT record is appended for the restored extent
	*> so the trail's latest row count still agrees with BERNOUT for
	*> BERNHIST.  On the catalogue the restored entry becomes the
	*> standing generation again and the held one is superseded as of
	*> today; its status (REJECTED, or wherever it stopped) is left
	*> as the record of what happened to it.  The archived rows are
	*> checked -- dense from order 1 up to the catalogued extent --
	*> before anything is overwritten, so a damaged archive stops the
	*> job with the held pack still in place.  When BERNGCTL already
	*> stamps the last cleared generation there is nothing to undo and
	*> the job ends RC=0 without touching a file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GEN-CATALOGUE-FILE ASSIGN TO "BERNGCAT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GCAT-STATUS.

	SELECT GEN-ARCHIVE-FILE ASSIGN TO "BERNGARC"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GARC-STATUS.

	SELECT BERN-OUT-FILE ASSIGN TO "BERNOUT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-OUT-STATUS.

	SELECT BERN-MASTER-FILE ASSIGN TO "BERNMST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MST-ORDER
		FILE STATUS IS WS-MST-STATUS.

	SELECT GEN-CONTROL-FILE ASSIGN TO "BERNGCTL"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-GEN-STATUS.

	SELECT CHECKPOINT-FILE ASSIGN TO "BERNCKPT"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS WS-CKPT-STATUS.

	SELECT AUDIT-LOG-FILE ASSIGN TO "BERNAUDT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GEN-CATALOGUE-FILE
	RECORDING MODE IS F.
01  GEN-CATALOGUE-RECORD.
	COPY BERNGCAR.

FD  GEN-ARCHIVE-FILE
	RECORDING MODE IS F.
01  GEN-ARCHIVE-RECORD.
	COPY BERNGARR.

FD  BERN-OUT-FILE
	RECORDING MODE IS F
	RECORD CONTAINS 90 CHARACTERS.
01  BERN-OUT-RECORD.
	COPY BERNREC.

FD  BERN-MASTER-FILE.
01  BERN-MASTER-RECORD.
	COPY BERNMSTR.

FD  GEN-CONTROL-FILE
	RECORDING MODE IS F.
01  GEN-CONTROL-RECORD.
	COPY BERNGENR.

FD  CHECKPOINT-FILE
	RECORDING MODE IS F.
01  CHECKPOINT-RECORD.
	05 CKPT-LAST-M   pic 9(3).
	05 CKPT-TABLE.
		10 CKPT-ENTRY OCCURS 52 TIMES.
			COPY BERNTAB
				REPLACING ==10 B-OVERFLOW-FLAG== BY ==15 CKPT-B-OVERFLOW-FLAG==
				          ==B-OVERFLOWED==       BY ==CKPT-B-OVERFLOWED==
				          ==B-NOT-OVERFLOWED==   BY ==CKPT-B-NOT-OVERFLOWED==
				          ==10 B-NUMERATOR==     BY ==15 CKPT-B-NUMERATOR==
				          ==10 B-DENOMINATOR==   BY ==15 CKPT-B-DENOMINATOR==
				          ==10 B==               BY ==15 CKPT-B==.

FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
	COPY BERNAUDR.

WORKING-STORAGE SECTION.
	77 WS-GCAT-STATUS pic X(2).
	77 WS-GARC-STATUS pic X(2).
	77 WS-OUT-STATUS pic X(2).
	77 WS-MST-STATUS pic X(2).
	77 WS-GEN-STATUS pic X(2).
	77 WS-CKPT-STATUS pic X(2).
	77 WS-AUDIT-STATUS pic X(2).
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-TABLE-MAX-ORDER pic 9(3) value 50.
	*> the generation BERNGCTL stamps as this job starts; zero when
	*> there is no stamp or it predates the catalogue.
	77 WS-CUR-SEQ pic 9(5) value 0.
	77 WS-CUR-GEN-STATUS pic X value SPACE.
		88 WS-CUR-CLEARED value "R".
	*> the generation being put back.
	77 WS-ROLL-SEQ pic 9(5) value 0.
	77 WS-ROLL-DATE pic 9(8).
	77 WS-ROLL-TIME pic 9(6).
	77 WS-ROLL-EXTENT pic 9(3).
	77 WS-ROW-COUNT pic 9(3) value 0.
	77 WS-ROW-IDX pic 9(3).
	77 WS-SUPERSEDED-COUNT pic 9(3) value 0.
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 WS-ROLL-TABLE.
		05 WS-ROLL-ROW pic X(90) OCCURS 50 TIMES.
	*> the restored rows again in BERNOULLI's table shape -- order m
	*> in entry m+1, B(0) in entry 1 -- for the checkpoint.
	01 WS-TABLE.
		05 B-ENTRY OCCURS 52 TIMES.
			COPY BERNTAB.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	DISPLAY "BERNROLL: ROLLING BACK TO THE LAST CLEARED GENERATION"
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	PERFORM 1000-READ-CURRENT-STAMP
	PERFORM 1100-FIND-LAST-CLEARED
	IF WS-CUR-SEQ = WS-ROLL-SEQ AND WS-CUR-CLEARED
		DISPLAY "BERNROLL: BERNGCTL ALREADY STAMPS GENERATION "
			WS-ROLL-SEQ " CLEARED -- NOTHING ROLLED BACK"
	ELSE
		PERFORM 2000-LOAD-ARCHIVED-ROWS
		PERFORM 3000-RESTORE-PACK
		PERFORM 3150-RESTORE-CHECKPOINT
		PERFORM 3200-RESTORE-GEN-CONTROL
		PERFORM 3300-UPDATE-CATALOGUE
		PERFORM 3400-WRITE-AUDIT-LOG
		DISPLAY "BERNROLL: GENERATION " WS-ROLL-SEQ " OF "
			WS-ROLL-DATE " " WS-ROLL-TIME " RESTORED -- "
			WS-ROW-COUNT " ROWS TO BERNOUT, BERNMST AND BERNCKPT, "
			WS-SUPERSEDED-COUNT " GENERATION(S) SUPERSEDED"
	END-IF
	STOP RUN.

1000-READ-CURRENT-STAMP.
	*> the stamp standing now is only read to report what is being
	*> rolled back and to spot a rollback that has nothing to do; a
	*> missing or unreadable stamp is exactly what a restore mends.
	OPEN INPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS NOT = "00"
		DISPLAY "BERNROLL: NO BERNGCTL STANDING (STATUS "
			WS-GEN-STATUS ")"
	ELSE
		READ GEN-CONTROL-FILE
			AT END
				DISPLAY "BERNROLL: BERNGCTL IS EMPTY"
			NOT AT END
				MOVE GEN-STATUS TO WS-CUR-GEN-STATUS
				IF GEN-CATALOGUE-SEQ IS NUMERIC
					MOVE GEN-CATALOGUE-SEQ TO WS-CUR-SEQ
				END-IF
				DISPLAY "BERNROLL: BERNGCTL STAMPS GENERATION "
					WS-CUR-SEQ " OF " GEN-BUILD-DATE " "
					GEN-BUILD-TIME " AT STATUS '" GEN-STATUS "'"
		END-READ
		CLOSE GEN-CONTROL-FILE
	END-IF.

1100-FIND-LAST-CLEARED.
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
				IF GCAT-CLEARED AND GCAT-GEN-SEQ > WS-ROLL-SEQ
					MOVE GCAT-GEN-SEQ    TO WS-ROLL-SEQ
					MOVE GCAT-BUILD-DATE TO WS-ROLL-DATE
					MOVE GCAT-BUILD-TIME TO WS-ROLL-TIME
					MOVE GCAT-EXTENT     TO WS-ROLL-EXTENT
				END-IF
		END-READ
	end-perform
	CLOSE GEN-CATALOGUE-FILE
	IF WS-ROLL-SEQ = 0
		DISPLAY "FATAL: NO CLEARED GENERATION ON BERNGCAT TO ROLL"
			" BACK TO"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	DISPLAY "BERNROLL: LAST CLEARED GENERATION IS " WS-ROLL-SEQ
		" OF " WS-ROLL-DATE " " WS-ROLL-TIME ", EXTENT "
		WS-ROLL-EXTENT.

2000-LOAD-ARCHIVED-ROWS.
	*> the whole generation is read and checked before a single
	*> output is opened: rows must run dense from order 1, exactly
	*> as BERNVAL certified them, and reach the catalogued extent.
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
				IF GARC-GEN-SEQ = WS-ROLL-SEQ
					PERFORM 2100-HOLD-ONE-ROW
				END-IF
		END-READ
	end-perform
	CLOSE GEN-ARCHIVE-FILE
	IF WS-ROW-COUNT NOT = WS-ROLL-EXTENT
		DISPLAY "FATAL: BERNGARC HOLDS " WS-ROW-COUNT
			" ROWS FOR GENERATION " WS-ROLL-SEQ
			", CATALOGUE EXTENT IS " WS-ROLL-EXTENT
			" -- NOTHING RESTORED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

2100-HOLD-ONE-ROW.
	IF WS-ROW-COUNT >= WS-TABLE-MAX-ORDER
		DISPLAY "FATAL: BERNGARC HOLDS MORE THAN " WS-TABLE-MAX-ORDER
			" ROWS FOR GENERATION " WS-ROLL-SEQ " -- NOTHING RESTORED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	ADD 1 TO WS-ROW-COUNT
	IF GARC-ORDER NOT = WS-ROW-COUNT
		DISPLAY "FATAL: BERNGARC ORDER " GARC-ORDER " FOUND WHERE "
			WS-ROW-COUNT " BELONGS FOR GENERATION " WS-ROLL-SEQ
			" -- NOTHING RESTORED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE GARC-ROW TO WS-ROLL-ROW (WS-ROW-COUNT).

3000-RESTORE-PACK.
	*> BERNOUT and BERNMST are both rebuilt wholesale, the way
	*> BERNOULLI writes the one and BERNLOAD loads the other; the
	*> master's generation stamp is this run's, as it is for a load.
	OPEN OUTPUT BERN-OUT-FILE
	IF WS-OUT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNOUT FOR OUTPUT (STATUS "
			WS-OUT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT BERN-MASTER-FILE
	IF WS-MST-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNMST FOR OUTPUT (STATUS "
			WS-MST-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	move 1 to B (1)
	move 1 to B-NUMERATOR (1)
	move 1 to B-DENOMINATOR (1)
	move 1 to WS-ROW-IDX
	perform until WS-ROW-IDX > WS-ROW-COUNT
		MOVE WS-ROLL-ROW (WS-ROW-IDX) TO BERN-OUT-RECORD
		PERFORM 3100-LOAD-ONE-MASTER-ROW
		WRITE BERN-OUT-RECORD
		move OUT-VALUE         to B (WS-ROW-IDX + 1)
		move OUT-OVERFLOW-FLAG to B-OVERFLOW-FLAG (WS-ROW-IDX + 1)
		move OUT-NUMERATOR     to B-NUMERATOR (WS-ROW-IDX + 1)
		move OUT-DENOMINATOR   to B-DENOMINATOR (WS-ROW-IDX + 1)
		add 1 to WS-ROW-IDX
	end-perform
	CLOSE BERN-OUT-FILE
	CLOSE BERN-MASTER-FILE.

3100-LOAD-ONE-MASTER-ROW.
	MOVE SPACES TO BERN-MASTER-RECORD
	MOVE OUT-ORDER         TO MST-ORDER
	MOVE OUT-VALUE         TO MST-VALUE
	MOVE OUT-OVERFLOW-FLAG TO MST-OVERFLOW-FLAG
	MOVE OUT-NUMERATOR     TO MST-NUMERATOR
	MOVE OUT-DENOMINATOR   TO MST-DENOMINATOR
	MOVE WS-RUN-DATE       TO MST-GEN-DATE
	MOVE WS-RUN-TIME       TO MST-GEN-TIME
	WRITE BERN-MASTER-RECORD
		INVALID KEY
			*> the rows were checked dense and ascending in 2100, so
			*> this is the master dataset itself misbehaving.
			DISPLAY "FATAL: CANNOT WRITE ORDER " OUT-ORDER
				" TO BERNMST (STATUS " WS-MST-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-WRITE.

3150-RESTORE-CHECKPOINT.
	*> BERNOULLI resumes every full build from BERNCKPT, and the held
	*> build's final checkpoint sits at its own extent: rewritten here
	*> with the restored table, the next run of the same card resumes
	*> past the restored extent instead of republishing the held one.
	MOVE WS-ROLL-EXTENT TO CKPT-LAST-M
	MOVE WS-TABLE       TO CKPT-TABLE
	OPEN OUTPUT CHECKPOINT-FILE
	IF WS-CKPT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN CHECKPOINT FILE FOR OUTPUT (STATUS "
			WS-CKPT-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	WRITE CHECKPOINT-RECORD
	CLOSE CHECKPOINT-FILE.

3200-RESTORE-GEN-CONTROL.
	*> the restored pack carries its own build stamp, not this run's:
	*> it is the generation BERNDIFF cleared, back in service.
	OPEN OUTPUT GEN-CONTROL-FILE
	IF WS-GEN-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGCTL FOR OUTPUT (STATUS "
			WS-GEN-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES         TO GEN-CONTROL-RECORD
	set GEN-CLEARED     to true
	MOVE WS-ROLL-DATE   TO GEN-BUILD-DATE
	MOVE WS-ROLL-TIME   TO GEN-BUILD-TIME
	MOVE WS-ROLL-EXTENT TO GEN-EXTENT
	MOVE WS-ROLL-SEQ    TO GEN-CATALOGUE-SEQ
	WRITE GEN-CONTROL-RECORD
	CLOSE GEN-CONTROL-FILE.

3300-UPDATE-CATALOGUE.
	*> the restored generation stands again; whatever stood in its
	*> place is superseded as of today.
	OPEN I-O GEN-CATALOGUE-FILE
	IF WS-GCAT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNGCAT FOR I-O (STATUS "
			WS-GCAT-STATUS ") -- PACK RESTORED, CATALOGUE NOT UPDATED"
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
						WS-GCAT-STATUS ") -- PACK RESTORED, CATALOGUE NOT"
						" UPDATED"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				IF GCAT-GEN-SEQ = WS-ROLL-SEQ
					MOVE 0 TO GCAT-SUPERSEDED-DATE
					PERFORM 3350-REWRITE-CATALOGUE-ENTRY
				ELSE
					IF GCAT-STANDING
						MOVE WS-RUN-DATE TO GCAT-SUPERSEDED-DATE
						PERFORM 3350-REWRITE-CATALOGUE-ENTRY
						ADD 1 TO WS-SUPERSEDED-COUNT
						DISPLAY "BERNROLL: GENERATION " GCAT-GEN-SEQ
							" OF " GCAT-BUILD-DATE " " GCAT-BUILD-TIME
							" (STATUS " GCAT-STATUS ") SUPERSEDED"
					END-IF
				END-IF
		END-READ
	end-perform
	CLOSE GEN-CATALOGUE-FILE.

3350-REWRITE-CATALOGUE-ENTRY.
	REWRITE GEN-CATALOGUE-RECORD
	IF WS-GCAT-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT REWRITE BERNGCAT GENERATION " GCAT-GEN-SEQ
			" (STATUS " WS-GCAT-STATUS ") -- PACK RESTORED, CATALOGUE"
			" NOT UPDATED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

3400-WRITE-AUDIT-LOG.
	*> one trail record for the restore, the way BERNOULLI writes one
	*> per card: bound and row count are the restored extent.  Append
	*> when the trail exists, start it on STATUS 35 only, and treat
	*> anything else as the I/O failure it is.
	OPEN EXTEND AUDIT-LOG-FILE
	IF WS-AUDIT-STATUS = "35"
		OPEN OUTPUT AUDIT-LOG-FILE
		IF WS-AUDIT-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT CREATE AUDIT LOG FILE (STATUS "
				WS-AUDIT-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	ELSE
		IF WS-AUDIT-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN AUDIT LOG FILE (STATUS "
				WS-AUDIT-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	MOVE SPACES         TO AUDIT-LOG-RECORD
	MOVE WS-RUN-DATE    TO AUDIT-RUN-DATE
	MOVE WS-RUN-TIME    TO AUDIT-RUN-TIME
	MOVE WS-ROLL-EXTENT TO AUDIT-UPPER-BOUND
	MOVE WS-ROLL-EXTENT TO AUDIT-ROW-COUNT
	WRITE AUDIT-LOG-RECORD
	CLOSE AUDIT-LOG-FILE.
