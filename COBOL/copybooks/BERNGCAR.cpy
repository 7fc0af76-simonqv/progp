       >>SOURCE FORMAT FREE
	*> Generation catalogue entry -- one record per BERNOUT generation
	*> still held on the BERNGCAT dataset, oldest first.  BERNOULLI
	*> adds the entry (status BUILT) when it stamps BERNGCTL, numbering
	*> generations upward in GCAT-GEN-SEQ and carrying the same number
	*> in GEN-CATALOGUE-SEQ on the control record, and keeps only the
	*> last GEN-RETAIN-COUNT entries (BERNPARM) plus the most recent
	*> CLEARED one, which is never pruned while it is the only way
	*> back.  BERNVAL moves an entry to CERTIFIED or REJECTED, BERNDIFF
	*> to CLEARED or REJECTED; the status date and program record who
	*> moved it last.  GCAT-SUPERSEDED-DATE is zero while the entry is
	*> the generation standing on BERNOUT and is set the day another
	*> generation takes its place -- a new build or a BERNROLL
	*> rollback.  The rows of each catalogued generation are held on
	*> the companion BERNGARC archive (BERNGARR member).  COPY this
	*> member under your own 01 level; native level number is 05, and
	*> REPLACING ==05== BY a different level, or the GCAT- names by
	*> your own, is expected where the natives do not suit.
	05 GCAT-GEN-SEQ          pic 9(5).
	05 GCAT-STATUS           pic X.
		88 GCAT-BUILT         value "B".
		88 GCAT-CERTIFIED     value "C".
		88 GCAT-CLEARED       value "R".
		88 GCAT-REJECTED      value "X".
	05 GCAT-BUILD-DATE       pic 9(8).
	05 GCAT-BUILD-TIME       pic 9(6).
	05 GCAT-EXTENT           pic 9(3).
	05 GCAT-SUPERSEDED-DATE  pic 9(8).
		88 GCAT-STANDING      value 0.
	05 GCAT-STATUS-DATE      pic 9(8).
	05 GCAT-STATUS-PROGRAM   pic X(10).
	05 FILLER                pic X(21).
