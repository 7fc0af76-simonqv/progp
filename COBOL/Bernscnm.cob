	*> card gets its own applied/rejected line on SYSOUT, the run ends
	*> with the applied/rejected counts, and any rejected card leaves
	*> RC=8 so the scheduler can hold the book for review.
	*>
	*> Every card now carries the requester/reference that asked for
	*> it (columns 81-100, mandatory), and every card that is applied
	*> is also appended to the change journal (BERNSJRN, layout
	*> BERNSJRR) with the run date and time, the action, and the whole
	*> master record before and after the change, so a changed rate or
	*> order can be explained months later and the book rebuilt as it
	*> stood on any past date (BERNSCRB).  The first run to find no
	*> journal writes an opening snapshot of the book as it stands,
	*> so the replay always has a starting point.
	*>
	*> Each rejected card is also appended to the shared exception
	*> dataset through BERNEXCP, keyed by its scenario ID (by its
	*> transaction number when the ID is blank) and tagged with a
	*> fixed class code for the reason, for the morning digest
	*> (BERNEXDG).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

	SELECT SCENARIO-MASTER-FILE ASSIGN TO "BERNSMST"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SCM-ID
		FILE STATUS IS WS-SMST-STATUS.

	SELECT JOURNAL-FILE ASSIGN TO "BERNSJRN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SJRN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
	05 TRN-ORDER     pic 9(3).
	05 TRN-SCHED-FLAG pic X.
	05 FILLER        pic X(7).
	05 TRN-REQUESTER pic X(20).

FD  SCENARIO-MASTER-FILE.
01  SCENARIO-MASTER-RECORD.
	COPY BERNSCMR.

FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
	COPY BERNSJRR.

WORKING-STORAGE SECTION.
	77 WS-TRN-STATUS pic X(2).
	77 WS-SMST-STATUS pic X(2).
		88 WS-TRN-REJECTED value "Y".
		88 WS-TRN-ACCEPTED value "N".
	77 WS-REJECT-REASON pic X(60).
	*> class code the rejection goes to BERNEXCP under; set beside
	*> the reason at each edit.
	77 WS-REJECT-CLASS pic X(8).
	77 WS-SJRN-STATUS pic X(2).
	77 WS-RUN-DATE pic 9(8).
	77 WS-RUN-TIME pic 9(6).
	77 WS-SNAPSHOT-COUNT pic 9(5) value 0.
	77 WS-BEFORE-IMAGE pic X(80).
	01 WS-CLOCK.
		05 WS-CLOCK-HH pic 9(2).
		05 WS-CLOCK-MM pic 9(2).
		05 WS-CLOCK-SS pic 9(2).
		05 WS-CLOCK-HS pic 9(2).
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
	end-perform
	CLOSE TRANSACTION-FILE
	CLOSE SCENARIO-MASTER-FILE
	CLOSE JOURNAL-FILE
	DISPLAY "BERNSCNM: " WS-TRN-COUNT " TRANSACTIONS READ, "
		WS-APPLIED-COUNT " APPLIED, "
		WS-REJECTED-COUNT " REJECTED"
			WS-SMST-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1100-OPEN-JOURNAL.

1100-OPEN-JOURNAL.
	*> the journal is appended to, never rewritten -- the same
	*> EXTEND-else-create dance as the audit trail.  A journal that
	*> does not exist yet has nothing to replay from, so the book as
	*> it stands before this deck goes in first as an opening snapshot.
	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	ACCEPT WS-CLOCK FROM TIME
	COMPUTE WS-RUN-TIME =
		WS-CLOCK-HH * 10000 + WS-CLOCK-MM * 100 + WS-CLOCK-SS
	OPEN EXTEND JOURNAL-FILE
	IF WS-SJRN-STATUS = "35"
		OPEN OUTPUT JOURNAL-FILE
		IF WS-SJRN-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT CREATE BERNSJRN (STATUS "
				WS-SJRN-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM 1200-WRITE-OPENING-SNAPSHOT
	ELSE
		IF WS-SJRN-STATUS NOT = "00"
			DISPLAY "FATAL: CANNOT OPEN BERNSJRN (STATUS "
				WS-SJRN-STATUS ")"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.

1200-WRITE-OPENING-SNAPSHOT.
	*> browse the master from the lowest key and journal every record
	*> on it as an "S" entry with its image as the after-image.  An
	*> empty (or just-created) master writes no snapshot at all -- its
	*> book starts with the first add.
	MOVE LOW-VALUES TO SCM-ID
	START SCENARIO-MASTER-FILE KEY IS NOT LESS THAN SCM-ID
		INVALID KEY
			MOVE "10" TO WS-SMST-STATUS
	END-START
	IF WS-SMST-STATUS NOT = "00" AND WS-SMST-STATUS NOT = "10"
			AND WS-SMST-STATUS NOT = "23"
		DISPLAY "FATAL: CANNOT POSITION BERNSMST FOR SNAPSHOT (STATUS "
			WS-SMST-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF
	perform until WS-SMST-STATUS = "10" OR WS-SMST-STATUS = "23"
		READ SCENARIO-MASTER-FILE NEXT RECORD
			AT END
				MOVE "10" TO WS-SMST-STATUS
			NOT AT END
				IF WS-SMST-STATUS NOT = "00"
					DISPLAY "FATAL: ERROR READING BERNSMST FOR SNAPSHOT "
						"(STATUS " WS-SMST-STATUS ")"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				MOVE SPACES TO JOURNAL-RECORD
				MOVE WS-RUN-DATE TO SJR-RUN-DATE
				MOVE WS-RUN-TIME TO SJR-RUN-TIME
				MOVE 0 TO SJR-TRN-SEQ
				set SJR-OPENING to true
				MOVE SCM-ID TO SJR-SCEN-ID
				MOVE "OPENING BOOK" TO SJR-REQUESTER
				MOVE SCENARIO-MASTER-RECORD TO SJR-AFTER-IMAGE
				PERFORM 2700-WRITE-JOURNAL-RECORD
				add 1 to WS-SNAPSHOT-COUNT
		END-READ
	end-perform
	DISPLAY "BERNSCNM: NEW JOURNAL STARTED -- " WS-SNAPSHOT-COUNT
		" SCENARIOS SNAPSHOTTED AS THE OPENING BOOK".

2000-APPLY-TRANSACTION.
	PERFORM 2100-EDIT-TRANSACTION
	IF WS-TRN-ACCEPTED
			END-IF
		END-IF
	END-IF
	IF WS-TRN-ACCEPTED
		PERFORM 2600-JOURNAL-TRANSACTION
	END-IF
	IF WS-TRN-REJECTED
		ADD 1 TO WS-REJECTED-COUNT
		DISPLAY "TRN " WS-TRN-COUNT " REJECTED: " TRN-ACTION " "
			TRN-ID " -- " WS-REJECT-REASON
		PERFORM 2900-LOG-REJECTION
	ELSE
		ADD 1 TO WS-APPLIED-COUNT
		DISPLAY "TRN " WS-TRN-COUNT " APPLIED:  " TRN-ACTION " "
	set WS-TRN-ACCEPTED to true
	IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
		MOVE "ACTION CODE IS NOT A, C OR D" TO WS-REJECT-REASON
		MOVE "ACTION" TO WS-REJECT-CLASS
		set WS-TRN-REJECTED to true
	END-IF
	IF WS-TRN-ACCEPTED AND TRN-ID = SPACES
		MOVE "SCENARIO ID IS BLANK" TO WS-REJECT-REASON
		MOVE "BLANKID" TO WS-REJECT-CLASS
		set WS-TRN-REJECTED to true
	END-IF
	*> the journal is only worth keeping if every entry says who
	*> asked for it -- a card with no requester/reference is sent
	*> back like any other keying slip, delete cards included.
	IF WS-TRN-ACCEPTED AND TRN-REQUESTER = SPACES
		MOVE "REQUESTER/REFERENCE IS BLANK" TO WS-REJECT-REASON
		MOVE "NOREQSTR" TO WS-REJECT-CLASS
		set WS-TRN-REJECTED to true
	END-IF
	*> a delete card only needs the key; the field edits below are
		IF TRN-PERIODS = 0 OR TRN-HORIZON = 0 OR TRN-ORDER = 0
			MOVE "PERIODS, HORIZON AND ORDER MUST ALL BE NONZERO"
				TO WS-REJECT-REASON
			MOVE "ZEROFLD" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
		END-IF
		IF WS-TRN-ACCEPTED AND TRN-EFF-DATE = 0
			MOVE "EFFECTIVE DATE IS ZERO" TO WS-REJECT-REASON
			MOVE "ZEROEFF" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
		END-IF
		IF WS-TRN-ACCEPTED AND TRN-EXP-DATE NOT = 0
				AND TRN-EXP-DATE < TRN-EFF-DATE
			MOVE "EXPIRY DATE PRECEDES EFFECTIVE DATE"
				TO WS-REJECT-REASON
			MOVE "EXPIRY" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
		END-IF
		*> the schedule flag is optional on the card -- a blank means
				AND TRN-SCHED-FLAG NOT = SPACE
			MOVE "SCHEDULE FLAG IS NOT Y, N OR BLANK"
				TO WS-REJECT-REASON
			MOVE "SCHEDFLG" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
		END-IF
	END-IF.

2200-ADD-SCENARIO.
	MOVE SPACES TO WS-BEFORE-IMAGE
	PERFORM 2500-BUILD-MASTER-RECORD
	WRITE SCENARIO-MASTER-RECORD
		INVALID KEY
			MOVE "SCENARIO ID ALREADY ON MASTER" TO WS-REJECT-REASON
			MOVE "DUPID" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
	END-WRITE
	IF WS-TRN-ACCEPTED AND WS-SMST-STATUS NOT = "00"
	*> a change card restates the whole scenario, not a field of it --
	*> the card columns are the BERNSCEN columns the desk already
	*> keys, so there is no partial-update convention to misread.
	*> The record is read first so the journal has its before-image.
	PERFORM 2450-READ-BEFORE-IMAGE
	IF WS-TRN-ACCEPTED
		PERFORM 2500-BUILD-MASTER-RECORD
		REWRITE SCENARIO-MASTER-RECORD
			INVALID KEY
				MOVE "SCENARIO ID NOT ON MASTER" TO WS-REJECT-REASON
				MOVE "NOTFOUND" TO WS-REJECT-CLASS
				set WS-TRN-REJECTED to true
		END-REWRITE
		IF WS-TRN-ACCEPTED AND WS-SMST-STATUS NOT = "00"
			PERFORM 8000-MASTER-IO-FAILURE
		END-IF
	END-IF.

2400-DELETE-SCENARIO.
	PERFORM 2450-READ-BEFORE-IMAGE
	IF WS-TRN-ACCEPTED
		MOVE TRN-ID TO SCM-ID
		DELETE SCENARIO-MASTER-FILE
			INVALID KEY
				MOVE "SCENARIO ID NOT ON MASTER" TO WS-REJECT-REASON
				MOVE "NOTFOUND" TO WS-REJECT-CLASS
				set WS-TRN-REJECTED to true
		END-DELETE
		IF WS-TRN-ACCEPTED AND WS-SMST-STATUS NOT = "00"
			PERFORM 8000-MASTER-IO-FAILURE
		END-IF
	END-IF.

2450-READ-BEFORE-IMAGE.
	MOVE TRN-ID TO SCM-ID
	READ SCENARIO-MASTER-FILE
		INVALID KEY
			MOVE "SCENARIO ID NOT ON MASTER" TO WS-REJECT-REASON
			MOVE "NOTFOUND" TO WS-REJECT-CLASS
			set WS-TRN-REJECTED to true
	END-READ
	IF WS-TRN-ACCEPTED AND WS-SMST-STATUS NOT = "00"
		PERFORM 8000-MASTER-IO-FAILURE
	END-IF
	IF WS-TRN-ACCEPTED
		MOVE SCENARIO-MASTER-RECORD TO WS-BEFORE-IMAGE
	END-IF.

2500-BUILD-MASTER-RECORD.
		set SCM-SUMMARY-ONLY to true
	END-IF.

2600-JOURNAL-TRANSACTION.
	*> after the master has taken the card, never before -- the
	*> journal only ever records what the book actually became.  A
	*> delete leaves no after-image; an add has no before-image.
	MOVE SPACES TO JOURNAL-RECORD
	MOVE WS-RUN-DATE TO SJR-RUN-DATE
	MOVE WS-RUN-TIME TO SJR-RUN-TIME
	MOVE WS-TRN-COUNT TO SJR-TRN-SEQ
	MOVE TRN-ACTION TO SJR-ACTION
	MOVE TRN-ID TO SJR-SCEN-ID
	MOVE TRN-REQUESTER TO SJR-REQUESTER
	MOVE WS-BEFORE-IMAGE TO SJR-BEFORE-IMAGE
	IF NOT TRN-DELETE
		MOVE SCENARIO-MASTER-RECORD TO SJR-AFTER-IMAGE
	END-IF
	PERFORM 2700-WRITE-JOURNAL-RECORD.

2700-WRITE-JOURNAL-RECORD.
	WRITE JOURNAL-RECORD
	IF WS-SJRN-STATUS NOT = "00"
		*> the master already holds the change, so a lost journal
		*> entry would make the book unexplainable from here on --
		*> stop so the journal can be repaired before anything else
		*> is keyed.
		DISPLAY "FATAL: CANNOT WRITE BERNSJRN FOR TRN " WS-TRN-COUNT
			" " SJR-SCEN-ID " (STATUS " WS-SJRN-STATUS ")"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

2900-LOG-REJECTION.
	*> a dataset that cannot be written is BERNEXCP's to report; the
	*> card is rejected on SYSOUT either way.
	MOVE "BERNSCNM" TO XL-PROGRAM
	set XL-ERROR to true
	IF TRN-ID = SPACES
		set XL-KEY-TRANS to true
		MOVE WS-TRN-COUNT TO XL-KEY
	ELSE
		set XL-KEY-SCENARIO to true
		MOVE TRN-ID TO XL-KEY
	END-IF
	MOVE WS-REJECT-CLASS TO XL-CLASS
	MOVE WS-REJECT-REASON TO XL-TEXT
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

8000-MASTER-IO-FAILURE.
	*> a non-key failure in the middle of maintenance leaves the book
	*> half-applied -- stop dead rather than report a tidy-looking
