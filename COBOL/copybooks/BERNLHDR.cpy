       >>SOURCE FORMAT FREE
	*> Lineage header record -- the first record of every derived
	*> output (BERNEMCO, BERNEMSC, BERNPOUT, BERNZOUT and their kin),
	*> so a file handed around on its own still says where its
	*> numbers came from.  It names the writing program and its run
	*> date and time; the table source -- "S" for a front-to-back
	*> BERNOUT scan, "K" for keyed BERNMST fetches; the BERNGCTL
	*> generation stamp (status, build date/time, extent) standing
	*> behind the table; the master's own MST-GEN load stamp when the
	*> source was keyed (zeros on a scan); and the effective BERNPARM
	*> settings the run used, as KEYWORD=VALUE text.  Detail records
	*> in the same file carry "D" in their first byte and the
	*> trailer (BERNLTRL) carries "T", so a reader tells the three
	*> apart on that byte alone.  Fields are space-separated like the
	*> detail records.  COPY this member under your own 01 level;
	*> native level number is 05, and REPLACING ==05== BY a
	*> different level, or the LH- names by your own, is expected
	*> where the natives do not suit.
	05 LH-REC-TYPE        pic X.
		88 LH-HEADER-REC      value "H".
	05 FILLER             pic X.
	05 LH-PROGRAM         pic X(8).
	05 FILLER             pic X.
	05 LH-RUN-DATE        pic 9(8).
	05 FILLER             pic X.
	05 LH-RUN-TIME        pic 9(6).
	05 FILLER             pic X.
	05 LH-TABLE-SOURCE    pic X.
		88 LH-SOURCE-SCAN     value "S".
		88 LH-SOURCE-KEYED    value "K".
	05 FILLER             pic X.
	05 LH-GEN-STATUS      pic X.
	05 FILLER             pic X.
	05 LH-GEN-BUILD-DATE  pic 9(8).
	05 FILLER             pic X.
	05 LH-GEN-BUILD-TIME  pic 9(6).
	05 FILLER             pic X.
	05 LH-GEN-EXTENT      pic 9(3).
	05 FILLER             pic X.
	05 LH-MST-GEN-DATE    pic 9(8).
	05 FILLER             pic X.
	05 LH-MST-GEN-TIME    pic 9(6).
	05 FILLER             pic X.
	05 LH-PARM-SETTINGS   pic X(120).
