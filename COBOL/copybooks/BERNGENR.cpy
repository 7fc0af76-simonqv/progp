	*> BERNOUT reads this record first and refuses the pack -- FATAL,
	*> not a warning -- when the record is missing, still sitting at
	*> BUILT, or carries an extent that does not match the BERNOUT it
	*> just opened.  GEN-CATALOGUE-SEQ ties the stamp to its entry on
	*> the BERNGCAT generation catalogue (BERNGCAR member); a stamp
	*> written before the catalogue existed carries spaces there.
	*> COPY this member under your own 01 level; native
	*> level number is 05, and REPLACING ==05== BY a different level,
	*> or the GEN- names by your own, is expected where the natives do
	*> not suit.
	05 GEN-BUILD-DATE  pic 9(8).
	05 GEN-BUILD-TIME  pic 9(6).
	05 GEN-EXTENT      pic 9(3).
	05 GEN-CATALOGUE-SEQ pic 9(5).
	05 FILLER          pic X(7).
