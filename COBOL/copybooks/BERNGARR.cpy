       >>SOURCE FORMAT FREE
	*> Generation archive record -- one BERNOUT row of one catalogued
	*> generation, held on the BERNGARC dataset under the generation's
	*> catalogue number (GCAT-GEN-SEQ in the BERNGCAR member).
	*> BERNOULLI rewrites the archive wholesale each time it catalogues
	*> a build, dropping the rows of every generation it prunes from
	*> BERNGCAT; BERNDIFF reads a prior generation back from it, and
	*> BERNROLL restores one to BERNOUT and BERNMST.  The row fields
	*> deliberately mirror the BERNREC member; change them together or
	*> a restored pack will no longer line up with the one archived.
	*> Native level number is 05; REPLACING ==05== BY a different
	*> level, or the GARC- names by your own, is expected where the
	*> natives do not suit.
	05 GARC-GEN-SEQ        pic 9(5).
	05 GARC-ROW.
		10 GARC-ORDER          pic 9(3).
		10 GARC-VALUE          pic S9(25)V9(6).
		10 GARC-OVERFLOW-FLAG  pic X.
		10 GARC-NUMERATOR      pic S9(31).
		10 GARC-DENOMINATOR    pic 9(18).
		10 FILLER              pic X(6).
