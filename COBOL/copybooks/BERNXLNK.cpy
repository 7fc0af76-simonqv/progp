       >>SOURCE FORMAT FREE
	*> Parameter block for the callable BERNEXCP service, the front
	*> door to the shared exception dataset (record layout BERNEXCR).
	*> COPY this member under your own 01 level -- in WORKING-STORAGE
	*> on the calling side, in the LINKAGE SECTION inside BERNEXCP
	*> itself:
	*>     CALL "BERNEXCP" USING <your 01 level>
	*> The caller fills its program name, the severity, the key type
	*> and key, the exception class code and the message text; the
	*> service stamps the run date and time (taken once, on the first
	*> call of the run) and appends the record.  XL-NOT-LOGGED means
	*> the dataset could not be written; the service has already said
	*> so on SYSOUT, and the caller carries on -- the exception is on
	*> the job's own SYSOUT either way, and a check job must not lose
	*> its verdict over the shared file.  See BERNEXCR for what the
	*> severity and key-type codes mean.
	05 XL-PROGRAM   pic X(10).
	05 XL-SEVERITY  pic X.
		88 XL-ERROR         value "E".
		88 XL-WARNING       value "W".
	05 XL-KEY-TYPE  pic X.
		88 XL-KEY-ORDER     value "O".
		88 XL-KEY-SCENARIO  value "S".
		88 XL-KEY-TRANS     value "T".
		88 XL-KEY-RECORD    value "N".
		88 XL-KEY-RUN       value "R".
		88 XL-KEY-NONE      value SPACE.
	05 XL-KEY       pic X(14).
	05 XL-CLASS     pic X(8).
	05 XL-TEXT      pic X(60).
	05 XL-STATUS    pic X.
		88 XL-LOGGED        value "L".
		88 XL-NOT-LOGGED    value "N".
