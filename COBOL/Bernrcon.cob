	*> stamp is reported where one exists -- the BERNGCTL record for
	*> BERNOUT, MST-GEN-DATE/MST-GEN-TIME for the master; the
	*> checkpoint carries none.  Ends RC=0 when the three copies agree
	*> and RC=8 otherwise.  Each out-of-line order, and a master
	*> mixed from more than one load, is also appended to the shared
	*> exception dataset through BERNEXCP, keyed by order and by the
	*> copy outvoted, so the morning digest (BERNEXDG) can show the
	*> same order out of line night after night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
				          ==10 B-NUMERATOR==     BY ==10 RCC-B-NUMERATOR==
				          ==10 B-DENOMINATOR==   BY ==10 RCC-B-DENOMINATOR==
				          ==10 B==               BY ==10 RCC-B==.
	01 BERNEXCP-PARMS.
		COPY BERNXLNK.

PROCEDURE DIVISION.
0000-MAIN-PROCESS.
			WS-MST-FIRST-TIME
		IF WS-MST-MIXED
			DISPLAY "BERNMST  STAMP: ** ROWS FROM MORE THAN ONE LOAD"
			set XL-ERROR to true
			set XL-KEY-NONE to true
			MOVE SPACES TO XL-KEY
			MOVE "MSTMIXED" TO XL-CLASS
			MOVE "BERNMST ROWS CARRY STAMPS FROM MORE THAN ONE LOAD"
				TO XL-TEXT
			PERFORM 2990-LOG-EXCEPTION
		END-IF
	ELSE
		DISPLAY "BERNMST  STAMP: MASTER IS EMPTY"
		IF WS-MC-EQUAL
			ADD 1 TO WS-OUT-BAD-COUNT
			DISPLAY "ORDER " WS-RCN-IDX " -- BERNOUT OUT OF LINE"
			MOVE "OUTBAD" TO XL-CLASS
			MOVE "BERNOUT OUT OF LINE -- OUTVOTED BY BERNMST AND BERNCKPT"
				TO XL-TEXT
			PERFORM 2900-LOG-ORDER-EXCEPTION
		ELSE
			IF WS-OC-EQUAL
				ADD 1 TO WS-MST-BAD-COUNT
				DISPLAY "ORDER " WS-RCN-IDX
					" -- BERNMST OUT OF LINE"
				MOVE "MSTBAD" TO XL-CLASS
				MOVE "BERNMST OUT OF LINE -- OUTVOTED BY BERNOUT AND BERNCKPT"
					TO XL-TEXT
				PERFORM 2900-LOG-ORDER-EXCEPTION
			ELSE
				IF WS-OM-EQUAL
					ADD 1 TO WS-CKPT-BAD-COUNT
					DISPLAY "ORDER " WS-RCN-IDX
						" -- BERNCKPT OUT OF LINE"
					MOVE "CKPTBAD" TO XL-CLASS
					MOVE "BERNCKPT OUT OF LINE -- OUTVOTED BY BERNOUT AND BERNMST"
						TO XL-TEXT
					PERFORM 2900-LOG-ORDER-EXCEPTION
				ELSE
					ADD 1 TO WS-THREE-WAY-COUNT
					DISPLAY "ORDER " WS-RCN-IDX
						" -- ALL THREE COPIES DISAGREE"
					MOVE "THREEWAY" TO XL-CLASS
					MOVE "ALL THREE COPIES DISAGREE" TO XL-TEXT
					PERFORM 2900-LOG-ORDER-EXCEPTION
				END-IF
			END-IF
		END-IF
		END-IF
	END-IF.

2900-LOG-ORDER-EXCEPTION.
	set XL-ERROR to true
	set XL-KEY-ORDER to true
	MOVE WS-RCN-IDX TO XL-KEY
	PERFORM 2990-LOG-EXCEPTION.

2990-LOG-EXCEPTION.
	*> caller has filled severity, key, class and text; a dataset
	*> that cannot be written is BERNEXCP's to report, not ours.
	MOVE "BERNRCON" TO XL-PROGRAM
	CALL "BERNEXCP" USING BERNEXCP-PARMS.

3000-WRAP-UP.
	DISPLAY "BERNRCON: " WS-IDENTICAL-COUNT " ORDERS AGREE, "
		WS-OUT-BAD-COUNT " BERNOUT BAD, "
