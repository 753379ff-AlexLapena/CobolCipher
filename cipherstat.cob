*>Alex Lapena
*>Nightly batch status board - answers "where is file X" from one
*>screen instead of four places. For every file a job profile or batch
*>control file names, it reads the run lock 030-acquire-run-lock takes,
*>the checkpoint 055-build-restart-filename names, CIPHER-REGISTER.DAT,
*>CIPHER-SENDLIST.DAT and the audit log's DEFERRED / SUSPENDED lines,
*>and prints the one state that says how far the file has got tonight,
*>with totals underneath for the shift handover.

identification division.
program-id. cipherstat.

environment division.
input-output section.
file-control.
	select jobfile	assign to "CIPHER-JOBS.DAT"
		organization is line sequential
		file status is jobfile-status.
	select cfile	assign to ctlChoice
		organization is line sequential
		file status is cfile-status.
	select rptfile	assign to "CIPHER-AUDIT.LOG"
		organization is line sequential
		file status is rptfile-status.
	select regfile	assign to "CIPHER-REGISTER.DAT"
		organization is line sequential
		file status is regfile-status.
	select sndfile	assign to "CIPHER-SENDLIST.DAT"
		organization is line sequential
		file status is sndfile-status.
	select lockfile	assign to lckName
		organization is line sequential
		file status is lockfile-status.
	select ckfile	assign to ckName
		organization is line sequential
		file status is ckfile-status.
	select statrpt	assign to "CIPHER-STATUS.RPT"
		organization is line sequential
		file status is statrpt-status.

data division.
	file section.
	fd jobfile.
	01 job-record.
		05 jobLine	pic x(250).
	fd cfile.
	01 control-record.
		05 controlFileName
					pic x(50).
	fd rptfile.
	01 report-record.
		05 rptLine	pic x(828).
	fd regfile.
	01 register-record.
		05 regLine	pic x(250).
	fd sndfile.
	01 sendlist-record.
		05 sndLine	pic x(132).
	fd lockfile.
	01 lock-record.
		05 lock-stamp-in
					pic 9(14).
	fd ckfile.
	01 checkpoint-record.
		05 ckpt-counter-in
					pic 9(8).
		05 ckpt-chars-in
					pic 9(8).
		05 ckpt-status-in
					pic x(10).
*> Records the cipher has held back in the suspense file so far - blank
*> in a checkpoint written before record validation existed.
		05 ckpt-suspended-in
					pic 9(8).
	fd statrpt.
	01 statrpt-record.
		05 statRptLine
					pic x(132).

working-storage section.

	01 switches.
		05 jobfile-status
						pic xx.
		05 cfile-status	pic xx.
		05 rptfile-status
						pic xx.
		05 regfile-status
						pic xx.
		05 sndfile-status
						pic xx.
		05 lockfile-status
						pic xx.
		05 ckfile-status
						pic xx.
		05 statrpt-status
						pic xx.
		05 job-eof		pic x value "N".
		05 ctl-eof		pic x value "N".
		05 rpt-eof		pic x value "N".
		05 reg-eof		pic x value "N".
		05 snd-eof		pic x value "N".
		05 ckpt-eof		pic x value "N".
		05 profile-found
						pic x value "N".
		05 job-mode		pic x.
		05 job-op		pic x.
	01 counters.
		05 file-count	pic 9(4) value 0.
		05 out-count	pic 9(4) value 0.
		05 st-i			pic 9(4).
		05 st-j			pic 9(4).
		05 st-k			pic 9(4).
		05 ck-first		pic 9.
		05 ck-last		pic 9.
		05 since-date	pic 9(8).
		05 line-date	pic 9(8).
		05 run-rc		pic 99 value 0.
		05 new-rc		pic 99.
		05 total-locked	pic 9(4) value 0.
		05 total-suspended
						pic 9(4) value 0.
		05 total-incomplete
						pic 9(4) value 0.
		05 total-deferred
						pic 9(4) value 0.
		05 total-skipped
						pic 9(4) value 0.
		05 total-duplicate
						pic 9(4) value 0.
		05 total-refused
						pic 9(4) value 0.
		05 total-failed	pic 9(4) value 0.
		05 total-sent	pic 9(4) value 0.
		05 total-registered
						pic 9(4) value 0.
		05 total-complete
						pic 9(4) value 0.
		05 total-not-started
						pic 9(4) value 0.
	01 run-date			pic 9(8).
	01 run-time			pic 9(8).
	01 file-ymd			pic 9(8).

	01 parm-fields.
		05 parm-line		pic x(200).
		05 parm-name		pic x(50).
		05 parm-since		pic x(8).

*> Every file the board reports on, and what each source said about it
*> since the report date.
	01 status-table.
		05 status-entry occurs 500 times.
			10 stName	pic x(50).
			10 stLastOp	pic x(10).
*> Why the file's last run failed - its integrity= finding, or a verify
*> or checksum that did not match - blank when it did not fail.
			10 stFailReason
						pic x(10).
			10 stRegistered
						pic x.
			10 stSent	pic x.
			10 stCkState
						pic x(10).
			10 stCkRecord
						pic 9(8).
			10 stCkSuspended
						pic 9(8).
			10 stLocked	pic x.
			10 stLockStamp
						pic 9(14).

*> The outputs the register says each file produced - a split file has
*> one per route - which is what the send-list names.
	01 output-table.
		05 output-entry occurs 2000 times.
			10 outFileIx
						pic 9(4).
			10 outName	pic x(50).

*> The checkpoint suffix of each operation, in 055-build-restart-filename
*> order.
	01 ck-suffix-list	pic x(35) value ".e.ckpt.d.ckpt.v.ckpt.r.ckpt.m.ckpt".
	01 ck-suffix-entries redefines ck-suffix-list.
		05 ckSuffix occurs 5 times
						pic x(7).
	01 ck-op-list		pic x(5) value "edvrm".

	01 file-info.
		05 fi-size		pic x(8) comp-x.
		05 fi-day		pic x comp-x.
		05 fi-month		pic x comp-x.
		05 fi-year		pic x(2) comp-x.
		05 fi-time		pic x(4) comp-x.

	01 parse-field		pic x(8).
	01 parse-value		pic 9(8).
	01 parse-ok			pic x.
	01 parse-len		pic 9.
	01 st-work			pic x(20).
	01 st-delim			pic x(21).
	01 st-junk			pic x(850).
	01 st-rest			pic x(850).
	01 st-value			pic x(50).
	01 st-scan-line		pic x(850).
	01 st-file			pic x(50).
	01 st-output		pic x(50).
	01 st-enc-name		pic x(60).
	01 sourceName		pic x(50).
	01 ctlChoice		pic x(50).
	01 lckName			pic x(60).
	01 ckName			pic x(60).
	01 last-ck-status	pic x(10).
	01 last-ck-counter	pic 9(8).
	01 last-ck-suspended
						pic 9(8).
	01 state-text		pic x(80).
	01 detail-line		pic x(132).
	01 rec-ptr			pic 9(3).
	01 ed-count			pic z(3)9.
	01 ed-record		pic z(7)9.

procedure division.

000-main.

	accept run-date from date yyyymmdd.
	accept run-time from time.
	perform 010-get-parameters.
	perform 100-load-file-list.
	if run-rc is not less than 12
		move run-rc to return-code
		stop run
	end-if.

	open output statrpt.
	if statrpt-status is not equal to "00"
		display "Could not open CIPHER-STATUS.RPT (status " statrpt-status ")."
		move 12 to return-code
		stop run
	end-if.

	perform 200-scan-audit-log.
	perform 220-scan-register.
	perform 240-scan-sendlist.

	move spaces to detail-line.
	string "BATCH STATUS BOARD  date=" delimited by size
		run-date delimited by size
		" " delimited by size
		run-time(1:2) delimited by size
		":" delimited by size
		run-time(3:2) delimited by size
		"  since=" delimited by size
		since-date delimited by size
		"  " delimited by size
		function trim(sourceName) delimited by size
		into detail-line.
	perform 410-put-line.
	move spaces to detail-line.
	perform 410-put-line.
	move "  FILE                                  STATE" to detail-line.
	perform 410-put-line.
	perform varying st-i from 1 by 1 until st-i is greater than file-count
		perform 300-judge-one-file
	end-perform.
	if file-count is equal to 0
		move "  (no files listed)" to detail-line
		perform 410-put-line
	end-if.
	perform 400-write-summary.

	close statrpt.
	move run-rc to return-code.

	stop run.

*> Records the severity of a problem just hit, keeping the worst
*> severity seen so far as the run's final return code.
099-raise-return-code.

	if new-rc is greater than run-rc
		move new-rc to run-rc
	end-if.

*> Reads NAME SINCE-DATE from the command line, falling back to prompts
*> for a person at a keyboard - the same parameter pattern the cipher
*> program uses. NAME is a job profile in CIPHER-JOBS.DAT, or failing
*> that a batch control file; SINCE-DATE (yyyymmdd, default today) is
*> how far back the register, send-list and audit log are believed, so
*> last week's entries never make tonight's file look finished.
010-get-parameters.

	accept parm-line from command-line.
	if parm-line is equal to spaces
		display "Enter the job profile name or batch control file to report on."
		accept parm-name
		display "Report activity since what date (yyyymmdd, blank for today)?"
		accept parm-since
	else
		unstring parm-line delimited by all spaces
			into parm-name parm-since
		end-unstring
	end-if.
	move parm-name to sourceName.
	move run-date to since-date.
	if parm-since is not equal to spaces
		move parm-since to parse-field
		perform 020-parse-number
		if parse-ok is equal to "Y" and parse-value is greater than 19000100
			and parse-value is not greater than run-date
			move parse-value to since-date
		else
			display "Since-date '" function trim(parm-since) "' is not a usable yyyymmdd date - reporting today only."
		end-if
	end-if.

*> Turns an operator- or parm-supplied number, typed without leading
*> zeroes, into a binary-usable value - a plain alphanumeric-to-numeric
*> move cannot cope with the trailing spaces ACCEPT leaves behind.
020-parse-number.

	move 0 to parse-value.
	move "Y" to parse-ok.
	move zero to parse-len.
	inspect function reverse(parse-field)
		tallying parse-len for leading space.
	compute parse-len = 8 - parse-len.
	if parse-len is equal to 0
		move "N" to parse-ok
	end-if.
	perform varying st-k from 1 by 1 until st-k is greater than parse-len
		if parse-field(st-k:1) is numeric
			compute parse-value = parse-value * 10
				+ function ord(parse-field(st-k:1)) - 49
		else
			move "N" to parse-ok
		end-if
	end-perform.

*> Finds the keyword named in st-work inside st-scan-line and returns
*> the value that follows it, or spaces when the line does not carry
*> it. Every line is scanned with a blank in front of it, so every
*> keyword - the leading one included - is matched with a leading space
*> and one keyword can never match inside another.
030-extract-value.

	move spaces to st-junk.
	move spaces to st-rest.
	move spaces to st-value.
	move spaces to st-delim.
	string " " delimited by size
		function trim(st-work) delimited by size
		into st-delim.
	unstring st-scan-line delimited by st-delim(1:function length(function trim(st-work)) + 1)
		into st-junk st-rest
	end-unstring.
	if st-rest is not equal to spaces
		move function trim(st-rest) to st-rest
		unstring st-rest delimited by all spaces into st-value
		end-unstring
	end-if.

*> Builds the list of files to report on. A job profile names either
*> one file (mode=S) or its batch control file (mode=B), and its op=
*> narrows the checkpoint looked at to that operation's; a name that
*> is no profile is taken as a control file itself, and then every
*> operation's checkpoint is looked at.
100-load-file-list.

	move "N" to profile-found.
	move "N" to job-eof.
	move 1 to ck-first.
	move 5 to ck-last.
	open input jobfile.
	if jobfile-status is equal to "00"
		perform until job-eof is equal to "Y"
			read jobfile
				at end
					move "Y" to job-eof
				not at end
					if profile-found is equal to "N"
						perform 110-check-profile-line
					end-if
			end-read
		end-perform
		close jobfile
	end-if.
	if profile-found is equal to "N"
		move parm-name to ctlChoice
		perform 120-load-control-file
	end-if.

*> Applies the first CIPHER-JOBS.DAT line carrying the requested
*> profile name.
110-check-profile-line.

	move spaces to st-scan-line.
	string " " delimited by size
		jobLine delimited by size
		into st-scan-line.
	move "profile=" to st-work.
	perform 030-extract-value.
	if st-value is equal to parm-name
		move "Y" to profile-found
		move "mode=" to st-work
		perform 030-extract-value
		move function upper-case(st-value(1:1)) to job-mode
		move "op=" to st-work
		perform 030-extract-value
		move function lower-case(st-value(1:1)) to job-op
		perform varying st-k from 1 by 1 until st-k is greater than 5
			if ck-op-list(st-k:1) is equal to job-op
				move st-k to ck-first
				move st-k to ck-last
			end-if
		end-perform
		move "file=" to st-work
		perform 030-extract-value
		if job-mode is equal to "B"
			move st-value to ctlChoice
			perform 120-load-control-file
		else
			move st-value to st-file
			perform 130-store-file-name
		end-if
	end-if.

*> Loads every filename a batch control file lists, the same file
*> 700-batch-loop reads.
120-load-control-file.

	move "N" to ctl-eof.
	open input cfile.
	if cfile-status is not equal to "00"
		display "'" function trim(parm-name) "' is not a job profile in CIPHER-JOBS.DAT, and control file '" function trim(ctlChoice) "' could not be opened (status " cfile-status ")."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		perform until ctl-eof is equal to "Y"
			read cfile
				at end
					move "Y" to ctl-eof
				not at end
					move controlFileName to st-file
					perform 130-store-file-name
			end-read
		end-perform
		close cfile
	end-if.

*> Adds one file to the board, once.
130-store-file-name.

	if st-file is not equal to spaces
		move 0 to st-j
		perform varying st-k from 1 by 1 until st-k is greater than file-count
			if stName(st-k) is equal to st-file
				move st-k to st-j
			end-if
		end-perform
		if st-j is equal to 0
			if file-count is equal to 500
				display "More than 500 files listed - the board shows the first 500."
			else
				add 1 to file-count
				move st-file to stName(file-count)
				move spaces to stLastOp(file-count)
				move spaces to stFailReason(file-count)
				move "N" to stRegistered(file-count)
				move "N" to stSent(file-count)
				move spaces to stCkState(file-count)
				move 0 to stCkRecord(file-count)
				move 0 to stCkSuspended(file-count)
				move "N" to stLocked(file-count)
				move 0 to stLockStamp(file-count)
			end-if
		end-if
	end-if.

*> Reads the audit log through and keeps, for each listed file, the
*> operation of its newest line since the report date - the log is
*> appended in time order, so the last line seen is the latest word on
*> the file: DEFERRED by the cutoff, SUSPENDED, finished, or turned
*> away as SKIPPED or DUPLICATE.
200-scan-audit-log.

	move "N" to rpt-eof.
	open input rptfile.
	if rptfile-status is equal to "00"
		perform until rpt-eof is equal to "Y"
			read rptfile
				at end
					move "Y" to rpt-eof
				not at end
					perform 210-apply-audit-line
			end-read
		end-perform
		close rptfile
	end-if.

*> Applies one audit line. Lines from before the audit format carried a
*> date cannot be placed in time and are passed over, and a LOOKUP
*> reads an archived file without changing where it stands.
210-apply-audit-line.

	move spaces to st-scan-line.
	string " " delimited by size
		rptLine delimited by size
		into st-scan-line.
	perform 250-get-line-date.
	if line-date is not less than since-date
		move "file=" to st-work
		perform 030-extract-value
		move st-value to st-file
		perform 260-find-file
		if st-j is greater than 0
			move "op=" to st-work
			perform 030-extract-value
			if st-value is not equal to "LOOKUP"
				move st-value to stLastOp(st-j)
				perform 215-note-failure
			end-if
		end-if
	end-if.

*> Keeps why the audit line in hand says its run failed, if it did: an
*> integrity finding, a verify mismatch or a checksum disagreement. A
*> later line for the same file replaces it, so a rerun that went
*> through clears an earlier failure.
215-note-failure.

	move "integrity=" to st-work.
	perform 030-extract-value.
	move st-value to stFailReason(st-j).
	if stFailReason(st-j) is equal to spaces
		move "verify-result=" to st-work
		perform 030-extract-value
		if st-value is equal to "MISMATCH"
			move "MISMATCH" to stFailReason(st-j)
		end-if
	end-if.
	if stFailReason(st-j) is equal to spaces
		move "checksum-result=" to st-work
		perform 030-extract-value
		if st-value is equal to "BADSUM"
			move "BADSUM" to stFailReason(st-j)
		end-if
	end-if.

*> Reads CIPHER-REGISTER.DAT: a listed file entered since the report
*> date is REGISTERED, and each output the entry names is kept so the
*> send-list can be matched against it.
220-scan-register.

	move 0 to out-count.
	move "N" to reg-eof.
	open input regfile.
	if regfile-status is equal to "00"
		perform until reg-eof is equal to "Y"
			read regfile
				at end
					move "Y" to reg-eof
				not at end
					perform 230-apply-register-line
			end-read
		end-perform
		close regfile
	end-if.

*> Applies one register line.
230-apply-register-line.

	move spaces to st-scan-line.
	string " " delimited by size
		regLine delimited by size
		into st-scan-line.
	perform 250-get-line-date.
	if line-date is not less than since-date
		move "file=" to st-work
		perform 030-extract-value
		move st-value to st-file
		perform 260-find-file
		if st-j is greater than 0
			move "Y" to stRegistered(st-j)
			move "output=" to st-work
			perform 030-extract-value
			if st-value is not equal to spaces and out-count is less than 2000
				add 1 to out-count
				move st-j to outFileIx(out-count)
				move st-value to outName(out-count)
			end-if
		end-if
	end-if.

*> Reads CIPHER-SENDLIST.DAT and marks every listed file whose output
*> is on it since the report date. The output is the one the register
*> named; a file the register has no output for is matched by the .enc
*> name 050-build-output-filename gives an encrypt.
240-scan-sendlist.

	move "N" to snd-eof.
	open input sndfile.
	if sndfile-status is equal to "00"
		perform until snd-eof is equal to "Y"
			read sndfile
				at end
					move "Y" to snd-eof
				not at end
					perform 245-apply-sendlist-line
			end-read
		end-perform
		close sndfile
	end-if.

*> Applies one send-list line.
245-apply-sendlist-line.

	move spaces to st-scan-line.
	string " " delimited by size
		sndLine delimited by size
		into st-scan-line.
	perform 250-get-line-date.
	if line-date is not less than since-date
		move "file=" to st-work
		perform 030-extract-value
		move st-value to st-output
		perform varying st-k from 1 by 1 until st-k is greater than out-count
			if outName(st-k) is equal to st-output
				move "Y" to stSent(outFileIx(st-k))
			end-if
		end-perform
		perform varying st-k from 1 by 1 until st-k is greater than file-count
			move spaces to st-enc-name
			string function trim(stName(st-k)) delimited by size
				".enc" delimited by size
				into st-enc-name
			if st-enc-name is equal to st-output
				move "Y" to stSent(st-k)
			end-if
		end-perform
	end-if.

*> Takes the date= of the line in st-scan-line, or zero when it has
*> none.
250-get-line-date.

	move "date=" to st-work.
	perform 030-extract-value.
	move st-value(1:8) to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y"
		move parse-value to line-date
	else
		move 0 to line-date
	end-if.

*> Finds st-file on the board, leaving its entry in st-j (0 if the file
*> is not one of the listed files).
260-find-file.

	move 0 to st-j.
	if st-file is not equal to spaces
		perform varying st-k from 1 by 1 until st-k is greater than file-count
			or st-j is greater than 0
			if stName(st-k) is equal to st-file
				move st-k to st-j
			end-if
		end-perform
	end-if.

*> Decides and prints the state of file st-i, furthest-along evidence
*> last: a live lock outranks everything, since whatever the other
*> sources say a run is working the file right now; then an INCOMPLETE
*> checkpoint, suspended by the cutoff or left by an abend; then the
*> audit log's last word - deferred, skipped, a duplicate, a refused
*> decrypt or a run that failed its checks; and only then how far a
*> finished file got - on the send-list, registered, or merely complete.
300-judge-one-file.

	perform 310-check-lock.
	perform 320-check-checkpoints.
	move spaces to state-text.
	if stLocked(st-i) is equal to "Y"
		add 1 to total-locked
		move 1 to rec-ptr
		if stLockStamp(st-i)(1:8) is equal to run-date
			string "LOCKED since " delimited by size
				into state-text with pointer rec-ptr
		else
			string "LOCKED " delimited by size
				stLockStamp(st-i)(1:8) delimited by size
				" " delimited by size
				into state-text with pointer rec-ptr
		end-if
		string stLockStamp(st-i)(9:2) delimited by size
			":" delimited by size
			stLockStamp(st-i)(11:2) delimited by size
			into state-text with pointer rec-ptr
		if stCkState(st-i) is equal to "INCOMPLETE"
			move stCkRecord(st-i) to ed-record
			string " at record " delimited by size
				function trim(ed-record) delimited by size
				into state-text with pointer rec-ptr
		end-if
	else
	if stCkState(st-i) is equal to "INCOMPLETE"
		move stCkRecord(st-i) to ed-record
		move 1 to rec-ptr
		if stLastOp(st-i) is equal to "SUSPENDED"
			add 1 to total-suspended
			string "SUSPENDED at record " delimited by size
				function trim(ed-record) delimited by size
				into state-text with pointer rec-ptr
		else
			add 1 to total-incomplete
			string "INCOMPLETE at record " delimited by size
				function trim(ed-record) delimited by size
				into state-text with pointer rec-ptr
		end-if
*> Records already held back by record validation stay in the suspense
*> file across the resume, so the shift sees them before the file ships.
		if stCkSuspended(st-i) is greater than 0
			move stCkSuspended(st-i) to ed-record
			string " (" delimited by size
				function trim(ed-record) delimited by size
				" in suspense)" delimited by size
				into state-text with pointer rec-ptr
		end-if
		if stLastOp(st-i) is not equal to "SUSPENDED"
			string " - resume due" delimited by size
				into state-text with pointer rec-ptr
		end-if
	else
	if stLastOp(st-i) is equal to "DEFERRED"
		add 1 to total-deferred
		move "DEFERRED by the cutoff" to state-text
	else
	if stLastOp(st-i) is equal to "SKIPPED"
		add 1 to total-skipped
		move "SKIPPED - input or output unopenable" to state-text
	else
	if stLastOp(st-i) is equal to "DUPLICATE"
		add 1 to total-duplicate
		move "DUPLICATE - refused, sent before" to state-text
	else
	if stLastOp(st-i) is equal to "REFUSED"
		add 1 to total-refused
		move "REFUSED - no decrypt approval" to state-text
	else
	if stFailReason(st-i) is not equal to spaces
		add 1 to total-failed
		string "FAILED - " delimited by size
			function trim(stFailReason(st-i)) delimited by size
			into state-text
	else
	if stSent(st-i) is equal to "Y"
		add 1 to total-sent
		move "ON SEND-LIST" to state-text
	else
	if stRegistered(st-i) is equal to "Y"
		add 1 to total-registered
		move "REGISTERED" to state-text
	else
	if stCkState(st-i) is equal to "COMPLETE" or stLastOp(st-i) is not equal to spaces
		add 1 to total-complete
		move "COMPLETE" to state-text
	else
		add 1 to total-not-started
		move "NOT STARTED" to state-text
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if.
	move spaces to detail-line.
	move "  " to detail-line(1:2).
	move stName(st-i) to detail-line(3:36).
	if stName(st-i)(37:1) is not equal to space
		move "~" to detail-line(39:1)
	end-if.
	move state-text to detail-line(41:80).
	perform 410-put-line.

*> Looks for the run lock on file st-i and, if it is there, the stamp
*> of the run holding it.
310-check-lock.

	move spaces to lckName.
	string function trim(stName(st-i)) delimited by size
		".lck" delimited by size
		into lckName.
	open input lockfile.
	if lockfile-status is equal to "00"
		move "Y" to stLocked(st-i)
		read lockfile
			at end
				continue
			not at end
				if lock-stamp-in is numeric
					move lock-stamp-in to stLockStamp(st-i)
				end-if
		end-read
		close lockfile
	end-if.

*> Looks at the checkpoint of each operation the board covers for file
*> st-i. An INCOMPLETE checkpoint is work in hand whenever it was
*> written; a COMPLETE one only counts if it was written since the
*> report date - an old one is last week's finished run.
320-check-checkpoints.

	perform varying st-k from ck-first by 1 until st-k is greater than ck-last
		move spaces to ckName
		string function trim(stName(st-i)) delimited by size
			ckSuffix(st-k) delimited by size
			into ckName
		call "CBL_CHECK_FILE_EXIST" using ckName file-info
		if return-code is equal to 0
			move fi-year to file-ymd(1:4)
			move fi-month to file-ymd(5:2)
			move fi-day to file-ymd(7:2)
			perform 330-read-checkpoint
			if last-ck-status is equal to "INCOMPLETE" and last-ck-counter is greater than 0
				move "INCOMPLETE" to stCkState(st-i)
				move last-ck-counter to stCkRecord(st-i)
				move last-ck-suspended to stCkSuspended(st-i)
			else
				if last-ck-status is equal to "COMPLETE" and file-ymd is not less than since-date
					and stCkState(st-i) is not equal to "INCOMPLETE"
					move "COMPLETE" to stCkState(st-i)
				end-if
			end-if
		end-if
	end-perform.
	move 0 to return-code.

*> Reads through the checkpoint file and keeps its last record - the
*> cipher appends, so only the final record says where the run stands.
330-read-checkpoint.

	move spaces to last-ck-status.
	move 0 to last-ck-counter.
	move 0 to last-ck-suspended.
	move "N" to ckpt-eof.
	open input ckfile.
	if ckfile-status is equal to "00"
		perform until ckpt-eof is equal to "Y"
			read ckfile
				at end
					move "Y" to ckpt-eof
				not at end
					move ckpt-status-in to last-ck-status
					if ckpt-counter-in is numeric
						move ckpt-counter-in to last-ck-counter
					end-if
					if ckpt-suspended-in is numeric
						move ckpt-suspended-in to last-ck-suspended
					else
						move 0 to last-ck-suspended
					end-if
			end-read
		end-perform
		close ckfile
	end-if.

*> Closes the board with the totals for the shift handover.
400-write-summary.

	move spaces to detail-line.
	perform 410-put-line.
	move spaces to detail-line.
	move 1 to rec-ptr.
	move file-count to ed-count.
	string "TOTALS  files=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-not-started to ed-count.
	string " not-started=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-locked to ed-count.
	string " locked=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-suspended to ed-count.
	string " suspended=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-incomplete to ed-count.
	string " incomplete=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-deferred to ed-count.
	string " deferred=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	perform 410-put-line.
	move spaces to detail-line.
	move 1 to rec-ptr.
	move total-complete to ed-count.
	string "        complete=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-registered to ed-count.
	string " registered=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-sent to ed-count.
	string " sent=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-skipped to ed-count.
	string " skipped=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-duplicate to ed-count.
	string " duplicate=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-refused to ed-count.
	string " refused=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	move total-failed to ed-count.
	string " failed=" delimited by size
		function trim(ed-count) delimited by size
		into detail-line with pointer rec-ptr.
	perform 410-put-line.

*> Writes the line just built to the report file and the console.
410-put-line.

	move detail-line to statRptLine.
	write statrpt-record.
	display function trim(detail-line trailing).
