       >>SOURCE FORMAT FREE
	*> Scenario-master change journal record -- one BERNSJRN record
	*> for every transaction BERNSCNM applies to the BERNSMST book,
	*> appended in the order applied, so the book can be explained
	*> (who asked for what, and when) and rebuilt as it stood on any
	*> past date by BERNSCRB.  Each record carries the run date and
	*> time, the transaction's number within its deck, the action,
	*> the scenario ID, the requester/reference keyed on the card,
	*> and whole BERNSCMR images of the master record before and
	*> after the change -- spaces where there is no such image (no
	*> before-image on an add, no after-image on a delete).  The
	*> first run to find no journal writes an opening snapshot, one
	*> "S" record per scenario already on the master with its image
	*> as the after-image, so replay has a starting book.  Native
	*> level number is 05; REPLACING ==05== BY a different level, or
	*> the SJR- names by your own, is expected where the natives do
	*> not suit.
	05 SJR-RUN-DATE      pic 9(8).
	05 FILLER            pic X.
	05 SJR-RUN-TIME      pic 9(6).
	05 FILLER            pic X.
	05 SJR-TRN-SEQ       pic 9(5).
	05 FILLER            pic X.
	05 SJR-ACTION        pic X.
		88 SJR-ADD           value "A".
		88 SJR-CHANGE        value "C".
		88 SJR-DELETE        value "D".
		88 SJR-OPENING       value "S".
	05 FILLER            pic X.
	05 SJR-SCEN-ID       pic X(8).
	05 FILLER            pic X.
	05 SJR-REQUESTER     pic X(20).
	05 FILLER            pic X.
	05 SJR-BEFORE-IMAGE  pic X(80).
	05 SJR-AFTER-IMAGE   pic X(80).
