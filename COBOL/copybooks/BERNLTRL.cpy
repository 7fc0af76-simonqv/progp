       >>SOURCE FORMAT FREE
	*> Lineage trailer record -- the last record of every derived
	*> output that opens with a BERNLHDR header.  It repeats the
	*> writing program and counts what went before it: the detail
	*> records written, then those records split by status class --
	*> computed, order beyond the table, overflowed, rejected, (on
	*> sensitivity rows only) a shocked rate that came out zero or
	*> negative, and a force past the series' radius of convergence
	*> (divergent).  A class the writing program has no use for is
	*> carried as zero.
	*> A reader that finds no trailer, or a detail count that
	*> disagrees with it, is holding a truncated or doctored file.
	*> COPY this member under your own 01 level; native level number
	*> is 05, and REPLACING ==05== BY a different level, or the LT-
	*> names by your own, is expected where the natives do not suit.
	05 LT-REC-TYPE          pic X.
		88 LT-TRAILER-REC       value "T".
	05 FILLER               pic X.
	05 LT-PROGRAM           pic X(8).
	05 FILLER               pic X.
	05 LT-RECORD-COUNT      pic 9(7).
	05 FILLER               pic X.
	05 LT-COMPUTED-COUNT    pic 9(7).
	05 FILLER               pic X.
	05 LT-EXCEEDED-COUNT    pic 9(7).
	05 FILLER               pic X.
	05 LT-OVERFLOWED-COUNT  pic 9(7).
	05 FILLER               pic X.
	05 LT-REJECTED-COUNT    pic 9(7).
	05 FILLER               pic X.
	05 LT-NONPOSITIVE-COUNT pic 9(7).
	05 FILLER               pic X.
	05 LT-DIVERGENT-COUNT   pic 9(7).
