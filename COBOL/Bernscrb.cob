       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BERNSCRB.

	*> scenario book rebuild: replays the BERNSCNM change journal
	*> (BERNSJRN, layout BERNSJRR) from the top and rebuilds the
	*> scenario master exactly as it stood at the close of business
	*> on an as-of date, so an old correction run can be reproduced
	*> and a query about last quarter's book answered from the record
	*> instead of from memory.  The as-of date comes from a single
	*> control card (BERNSCRC: YYYYMMDD in columns 1-8); every journal
	*> entry with a run date on or before it is applied in journal
	*> order -- the opening snapshot and adds put a scenario on the
	*> book, changes replace it with their after-image, deletes take
	*> it off -- and everything later is counted and skipped.  The
	*> rebuilt book goes to BERNSMSA in the BERNSMST layout, so it can
	*> stand in for BERNSMST on a rerun of the correction job, and each
	*> scenario on it is listed on SYSOUT with the date, time and
	*> requester of the journal entry that last touched it.
	*> A date before the journal's opening snapshot is refused (RC=16)
	*> -- the book before the journal began is not on record.  A
	*> journal that contradicts itself (an add of a scenario already
	*> on the book, a change or delete of one that is not) is still
	*> replayed, the entry taken at its word, but each one is listed
	*> and the run ends RC=8 so the rebuilt book is reviewed before
	*> anyone relies on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CONTROL-CARD-FILE ASSIGN TO "BERNSCRC"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CARD-STATUS.

	SELECT JOURNAL-FILE ASSIGN TO "BERNSJRN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SJRN-STATUS.

	SELECT REBUILT-MASTER-FILE ASSIGN TO "BERNSMSA"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS SCM-ID
		FILE STATUS IS WS-SMSA-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-CARD-FILE.
01  CONTROL-CARD-RECORD.
	05 CRD-AS-OF-DATE  pic 9(8).
	05 FILLER          pic X(72).

FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
	COPY BERNSJRR.

FD  REBUILT-MASTER-FILE.
01  SCENARIO-MASTER-RECORD.
	COPY BERNSCMR.

WORKING-STORAGE SECTION.
	77 WS-CARD-STATUS pic X(2).
	77 WS-SJRN-STATUS pic X(2).
	77 WS-SMSA-STATUS pic X(2).
	77 WS-AS-OF-DATE pic 9(8) value 0.
	77 WS-BOOK-MAX pic 9(3) value 500.
	77 WS-BOOK-COUNT pic 9(3) value 0.
	77 WS-BOOK-IDX pic 9(3).
	77 WS-FOUND-IDX pic 9(3).
	77 WS-JOURNAL-COUNT pic 9(7) value 0.
	77 WS-REPLAYED-COUNT pic 9(7) value 0.
	77 WS-LATER-COUNT pic 9(7) value 0.
	77 WS-ANOMALY-COUNT pic 9(5) value 0.
	77 WS-WRITTEN-COUNT pic 9(5) value 0.
	77 WS-ANOMALY-TEXT pic X(44).
	77 WS-FIRST-ENTRY-FLAG pic X value "Y".
		88 WS-FIRST-ENTRY value "Y".
	77 WS-RATE-EDIT pic 9.9999999.
	01 WS-BOOK-TABLE.
		05 BOOK-ENTRY OCCURS 500 TIMES.
			10 BOOK-ID         pic X(8).
			10 BOOK-LIVE-FLAG  pic X.
				88 BOOK-LIVE       value "Y".
				88 BOOK-OFF        value "N".
			10 BOOK-IMAGE      pic X(80).
			10 BOOK-LAST-DATE  pic 9(8).
			10 BOOK-LAST-TIME  pic 9(6).
			10 BOOK-LAST-ACTION pic X.
			10 BOOK-REQUESTER  pic X(20).

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	PERFORM 1000-READ-CONTROL-CARD
	DISPLAY "BERNSCRB: REBUILDING SCENARIO BOOK AS OF " WS-AS-OF-DATE
	PERFORM 2000-REPLAY-JOURNAL
	PERFORM 3000-WRITE-REBUILT-BOOK
	DISPLAY "BERNSCRB: " WS-JOURNAL-COUNT " JOURNAL ENTRIES READ, "
		WS-REPLAYED-COUNT " REPLAYED, " WS-LATER-COUNT
		" AFTER THE AS-OF DATE"
	DISPLAY "BERNSCRB: " WS-WRITTEN-COUNT " SCENARIOS ON THE BOOK AS OF "
		WS-AS-OF-DATE " WRITTEN TO BERNSMSA"
	IF WS-ANOMALY-COUNT > 0
		DISPLAY "BERNSCRB: " WS-ANOMALY-COUNT
			" JOURNAL ENTRIES DISAGREED WITH THE BOOK -- REVIEW"
		MOVE 8 TO RETURN-CODE
	END-IF
	STOP RUN.

1000-READ-CONTROL-CARD.
	*> there is no sensible default for "as of when" -- a missing or
	*> unreadable card stops the job rather than quietly rebuilding
	*> today's book under a name that says otherwise.
	OPEN INPUT CONTROL-CARD-FILE
	IF WS-CARD-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSCRC FOR INPUT (STATUS "
			WS-CARD-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	READ CONTROL-CARD-FILE
		AT END
			DISPLAY "FATAL: BERNSCRC IS EMPTY -- NO AS-OF DATE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-READ
	IF CRD-AS-OF-DATE NOT NUMERIC OR CRD-AS-OF-DATE = 0
		DISPLAY "FATAL: BERNSCRC AS-OF DATE '" CONTROL-CARD-RECORD (1:8)
			"' IS NOT A YYYYMMDD DATE"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE CRD-AS-OF-DATE TO WS-AS-OF-DATE
	CLOSE CONTROL-CARD-FILE.

2000-REPLAY-JOURNAL.
	OPEN INPUT JOURNAL-FILE
	IF WS-SJRN-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSJRN FOR INPUT (STATUS "
			WS-SJRN-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-SJRN-STATUS = "10"
		READ JOURNAL-FILE
			AT END
				CONTINUE
			NOT AT END
				IF WS-SJRN-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNSJRN (STATUS "
						WS-SJRN-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				add 1 to WS-JOURNAL-COUNT
				PERFORM 2100-CHECK-JOURNAL-START
				IF SJR-RUN-DATE > WS-AS-OF-DATE
					add 1 to WS-LATER-COUNT
				ELSE
					add 1 to WS-REPLAYED-COUNT
					PERFORM 2200-APPLY-JOURNAL-ENTRY
				END-IF
		END-READ
	end-perform
	CLOSE JOURNAL-FILE.

2100-CHECK-JOURNAL-START.
	*> a journal that opens with a snapshot began on a book that was
	*> already standing; nothing before the snapshot's date can be
	*> rebuilt.  A journal that opens with an add began on an empty
	*> book, so any earlier date legitimately rebuilds an empty one.
	IF WS-FIRST-ENTRY
		MOVE "N" TO WS-FIRST-ENTRY-FLAG
		IF SJR-OPENING AND SJR-RUN-DATE > WS-AS-OF-DATE
			DISPLAY "FATAL: BERNSJRN OPENS WITH A SNAPSHOT OF "
				SJR-RUN-DATE " -- THE BOOK AS OF " WS-AS-OF-DATE
				" IS NOT ON THE JOURNAL"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

2200-APPLY-JOURNAL-ENTRY.
	PERFORM 2300-FIND-BOOK-ENTRY
	EVALUATE TRUE
		WHEN SJR-OPENING
		WHEN SJR-ADD
			IF WS-FOUND-IDX NOT = 0
				IF BOOK-LIVE (WS-FOUND-IDX)
					MOVE "ADDED WHILE ALREADY ON THE BOOK"
						TO WS-ANOMALY-TEXT
					PERFORM 2500-REPORT-ANOMALY
				END-IF
			END-IF
			PERFORM 2400-STORE-AFTER-IMAGE
		WHEN SJR-CHANGE
			IF WS-FOUND-IDX = 0
				MOVE "CHANGED WHILE NOT ON THE BOOK" TO WS-ANOMALY-TEXT
				PERFORM 2500-REPORT-ANOMALY
			ELSE
				IF BOOK-OFF (WS-FOUND-IDX)
					MOVE "CHANGED WHILE NOT ON THE BOOK"
						TO WS-ANOMALY-TEXT
					PERFORM 2500-REPORT-ANOMALY
				END-IF
			END-IF
			PERFORM 2400-STORE-AFTER-IMAGE
		WHEN SJR-DELETE
			IF WS-FOUND-IDX = 0
				MOVE "DELETED WHILE NOT ON THE BOOK" TO WS-ANOMALY-TEXT
				PERFORM 2500-REPORT-ANOMALY
			ELSE
				IF BOOK-OFF (WS-FOUND-IDX)
					MOVE "DELETED WHILE NOT ON THE BOOK"
						TO WS-ANOMALY-TEXT
					PERFORM 2500-REPORT-ANOMALY
				END-IF
				set BOOK-OFF (WS-FOUND-IDX) to true
				MOVE SJR-RUN-DATE TO BOOK-LAST-DATE (WS-FOUND-IDX)
				MOVE SJR-RUN-TIME TO BOOK-LAST-TIME (WS-FOUND-IDX)
				MOVE SJR-ACTION TO BOOK-LAST-ACTION (WS-FOUND-IDX)
				MOVE SJR-REQUESTER TO BOOK-REQUESTER (WS-FOUND-IDX)
			END-IF
		WHEN OTHER
			DISPLAY "FATAL: BERNSJRN ENTRY " WS-JOURNAL-COUNT
				" HAS ACTION '" SJR-ACTION "' -- NOT S, A, C OR D"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.

2300-FIND-BOOK-ENTRY.
	*> a scenario keeps its slot once it has one, on the book or off
	*> it, so a delete followed by a re-add lands back in the same row.
	MOVE 0 TO WS-FOUND-IDX
	move 1 to WS-BOOK-IDX
	perform until WS-BOOK-IDX > WS-BOOK-COUNT OR WS-FOUND-IDX NOT = 0
		IF BOOK-ID (WS-BOOK-IDX) = SJR-SCEN-ID
			MOVE WS-BOOK-IDX TO WS-FOUND-IDX
		END-IF
		add 1 to WS-BOOK-IDX
	end-perform.

2400-STORE-AFTER-IMAGE.
	IF WS-FOUND-IDX = 0
		IF WS-BOOK-COUNT NOT < WS-BOOK-MAX
			DISPLAY "FATAL: MORE THAN " WS-BOOK-MAX
				" SCENARIOS ON BERNSJRN -- BOOK TABLE FULL"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		add 1 to WS-BOOK-COUNT
		MOVE WS-BOOK-COUNT TO WS-FOUND-IDX
		MOVE SJR-SCEN-ID TO BOOK-ID (WS-FOUND-IDX)
	END-IF
	set BOOK-LIVE (WS-FOUND-IDX) to true
	MOVE SJR-AFTER-IMAGE TO BOOK-IMAGE (WS-FOUND-IDX)
	MOVE SJR-RUN-DATE TO BOOK-LAST-DATE (WS-FOUND-IDX)
	MOVE SJR-RUN-TIME TO BOOK-LAST-TIME (WS-FOUND-IDX)
	MOVE SJR-ACTION TO BOOK-LAST-ACTION (WS-FOUND-IDX)
	MOVE SJR-REQUESTER TO BOOK-REQUESTER (WS-FOUND-IDX).

2500-REPORT-ANOMALY.
	add 1 to WS-ANOMALY-COUNT
	DISPLAY "JOURNAL ENTRY " WS-JOURNAL-COUNT " " SJR-ACTION " "
		SJR-SCEN-ID " OF " SJR-RUN-DATE " " SJR-RUN-TIME
		" -- " WS-ANOMALY-TEXT.

3000-WRITE-REBUILT-BOOK.
	OPEN OUTPUT REBUILT-MASTER-FILE
	IF WS-SMSA-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT OPEN BERNSMSA FOR OUTPUT (STATUS "
			WS-SMSA-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	move 1 to WS-BOOK-IDX
	perform until WS-BOOK-IDX > WS-BOOK-COUNT
		IF BOOK-LIVE (WS-BOOK-IDX)
			PERFORM 3100-WRITE-ONE-SCENARIO
		END-IF
		add 1 to WS-BOOK-IDX
	end-perform
	CLOSE REBUILT-MASTER-FILE.

3100-WRITE-ONE-SCENARIO.
	MOVE BOOK-IMAGE (WS-BOOK-IDX) TO SCENARIO-MASTER-RECORD
	WRITE SCENARIO-MASTER-RECORD
		INVALID KEY
			DISPLAY "FATAL: DUPLICATE SCENARIO " SCM-ID
				" WRITING BERNSMSA"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-WRITE
	IF WS-SMSA-STATUS NOT = "00"
		DISPLAY "FATAL: CANNOT WRITE BERNSMSA FOR " SCM-ID
			" (STATUS " WS-SMSA-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	add 1 to WS-WRITTEN-COUNT
	MOVE SCM-RATE TO WS-RATE-EDIT
	DISPLAY "SCENARIO " SCM-ID " " SCM-DESC " RATE " WS-RATE-EDIT
		" ORDER " SCM-ORDER " LAST " BOOK-LAST-ACTION (WS-BOOK-IDX)
		" " BOOK-LAST-DATE (WS-BOOK-IDX) " "
		BOOK-LAST-TIME (WS-BOOK-IDX) " BY "
		BOOK-REQUESTER (WS-BOOK-IDX).
