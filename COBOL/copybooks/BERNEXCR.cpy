       >>SOURCE FORMAT FREE
	*> Shared exception record -- one line per exception raised by any
	*> of the check jobs (BERNVAL, BERNDIFF, BERNRCON, BERNHIST,
	*> BERNEMDF, BERNXVER, BERNSCNM), appended to the one BERNEXCP
	*> dataset through the callable BERNEXCP service so the morning
	*> shift reads one file, in one layout, instead of seven job logs
	*> in seven wordings.  The SYSOUT lines each job always wrote are
	*> unchanged; this is the same finding in fixed columns.
	*>   EXC-RUN-DATE/TIME  when the raising run started logging --
	*>                      one stamp for every record of a run, the
	*>                      time as HHMMSS
	*>   EXC-SEVERITY       E = an exception that fails the job (its
	*>                      RC=8); W = reported for information, the
	*>                      job's verdict does not rest on it
	*>   EXC-KEY-TYPE/KEY   what the exception is about: O = B-table
	*>                      order, S = scenario ID, T = transaction
	*>                      number, N = record number on the file
	*>                      checked, R = a run (its date and time);
	*>                      blank type = the run or file as a whole
	*>   EXC-CLASS          short fixed code for the kind of exception,
	*>                      the same code every night, so one order
	*>                      failing the same way night after night can
	*>                      be recognized (BERNEXDG)
	*> Native level number is 05; REPLACING ==05== BY a different
	*> level, or the EXC- names by your own, is expected where the
	*> natives do not suit.
	05 EXC-PROGRAM      pic X(10).
	05 EXC-RUN-DATE     pic 9(8).
	05 EXC-RUN-TIME     pic 9(6).
	05 EXC-SEVERITY     pic X.
		88 EXC-ERROR        value "E".
		88 EXC-WARNING      value "W".
	05 EXC-KEY-TYPE     pic X.
		88 EXC-KEY-ORDER    value "O".
		88 EXC-KEY-SCENARIO value "S".
		88 EXC-KEY-TRANS    value "T".
		88 EXC-KEY-RECORD   value "N".
		88 EXC-KEY-RUN      value "R".
		88 EXC-KEY-NONE     value SPACE.
	05 EXC-KEY          pic X(14).
	05 EXC-CLASS        pic X(8).
	05 EXC-TEXT         pic X(60).
	05 FILLER           pic X(12).
