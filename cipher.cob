	select audlock	assign to audLockName
		organization is line sequential
		file status is audlock-status.
	select rtfile	assign to rtChoice
		organization is line sequential
		file status is rtfile-status.
	select authfile	assign to "CIPHER-DECRYPT-AUTH.DAT"
		organization is line sequential
		file status is authfile-status.
	select mskfile	assign to "CIPHER-MASKSECRET.DAT"
		organization is line sequential
		file status is mskfile-status.
	select regulfile	assign to "CIPHER-REGULATED.DAT"
		organization is line sequential
		file status is regulfile-status.
	select ptfile	assign to "CIPHER-PLAINTEXT.DAT"
		organization is line sequential
		file status is ptfile-status.
	select layfile	assign to layChoice
		organization is line sequential
		file status is layfile-status.
	select susfile	assign to susChoice
		organization is line sequential
		file status is susfile-status.

data division.
	file section.
					pic X(50).
	fd rptfile.
	01 report-record.
		05 rptLine	pic X(828).
	fd ckfile.
	01 checkpoint-record.
		05 ckpt-counter-in
					pic 9(8).
		05 ckpt-status-in
					pic X(10).
*> Records held back in the suspense file so far - blank in a checkpoint
*> written before record validation existed.
		05 ckpt-suspended-in
					pic 9(8).
	fd otmpfile.
	01 otmp-record.
		05 otmpLine	pic X(2030).
	fd keyfile.
	01 keyring-record.
		05 keyringId
		05 sndLine	pic x(132).
	fd regfile.
	01 register-record.
		05 regLine	pic x(250).
	fd audscan.
	01 audscan-record.
		05 audLine	pic x(828).
	fd gensfile.
	01 gens-record.
		05 gensLine	pic x(40).
	01 audlock-record.
		05 audlock-stamp-in
					pic 9(14).
	fd rtfile.
	01 routing-record.
		05 rtLine	pic x(250).
	fd authfile.
	01 authorization-record.
		05 authLine	pic x(250).
	fd mskfile.
	01 mask-secret-record.
		05 mskLine	pic x(250).
	fd regulfile.
	01 regulated-record.
		05 regulLine
					pic x(250).
	fd ptfile.
	01 plaintext-record.
		05 ptLine	pic x(250).
	fd layfile.
	01 layout-record.
		05 layLine	pic x(250).
	fd susfile.
	01 suspense-record.
		05 susRecordNo
					pic 9(8).
		05 filler	pic x.
		05 susReason
					pic x(10).
		05 filler	pic x.
		05 susField	pic x(9).
		05 filler	pic x.
		05 susData	pic x(2000).

working-storage section.

		05 audlock-status
						pic xx.
		05 audlock-held	pic x value "N".
		05 rtChoice		pic x(50).
		05 rtfile-status
						pic xx.
		05 rt-eof		pic x value "N".
		05 rt-catchall	pic x value "N".
		05 authfile-status
						pic xx.
		05 auth-eof		pic x value "N".
		05 auth-refused	pic x value "N".
		05 regulfile-status
						pic xx.
		05 mskfile-status
						pic xx.
		05 msk-eof		pic x value "N".
		05 regul-eof	pic x value "N".
		05 regulated-switch
						pic x value "N".
		05 pattern-match
						pic x.
		05 ptfile-status
						pic xx.
		05 lookup-result-open
						pic x value "N".
		05 layChoice	pic x(50).
		05 layfile-status
						pic xx.
		05 lay-eof		pic x value "N".
		05 layout-active
						pic x value "N".
		05 susChoice	pic x(60).
		05 susfile-status
						pic xx.
		05 sus-open		pic x value "N".
		05 record-valid	pic x.
		05 suspend-limit-set
						pic x value "N".
	01 counters.
		05 counter		pic 9(8) value 0.
		05 trail		pic 9(4).
		05 csum-records	pic 9(8).
		05 csum-expected-recs
						pic 9(8).
		05 route-count	pic 99 value 0.
		05 pass-count	pic 99 value 0.
		05 rt-i			pic 99.
		05 ps-i			pic 99.
		05 rt-pick		pic 99.
		05 rt-n			pic 9(4).
		05 rt-c			pic 9(4).
		05 rt-len		pic 99.
		05 route-read	pic 9(8).
		05 pass-read	pic 9(8).
		05 routed-total	pic 9(8).
		05 routed-chars	pic 9(8).
		05 route-unrouted
						pic 9(8).
		05 auth-pat-len	pic 99.
		05 file-start-secs
						pic 9(8).
		05 file-elapsed	pic s9(8).
		05 run-elapsed	pic s9(8).
		05 run-files	pic 9(6) value 0.
		05 run-records	pic 9(10) value 0.
		05 tl-len		pic 9(3).
		05 tl-ptr		pic 9(3).
		05 auth-from	pic 9(8).
		05 auth-to		pic 9(8).
		05 lu-from		pic 9(4).
		05 lu-to		pic 9(4).
		05 lu-returned	pic 9(8).
		05 lu-n			pic 9(4).
		05 lu-c			pic 9(4).
		05 lu-len		pic 99.
		05 layout-length
						pic 9(4) value 0.
		05 layout-min-length
						pic 9(4) value 0.
		05 layout-fields
						pic 9(4) value 0.
		05 layout-count	pic 99 value 0.
		05 ly-i			pic 99.
		05 suspend-limit
						pic 9(8) value 0.
		05 sus-count	pic 9(8) value 0.
		05 accepted-count
						pic 9(8).
		05 resume-suspended
						pic 9(8) value 0.
		05 ly-fields-seen
						pic 9(4).
		05 ly-from-in	pic 9(4).
		05 ly-to-in		pic 9(4).
		05 ly-n			pic 9(4).
		05 ly-c			pic 9(4).
		05 ly-len		pic 99.
		05 ly-dots		pic 9(4).
		05 ly-digits	pic 9(4).
		05 ly-yyyy		pic 9(4).
		05 ly-mm		pic 99.
		05 ly-dd		pic 99.
		05 ly-last-day	pic 99.
	01 string1.
		05 str			pic x occurs 2000 times.
	01 string2.
	01 autokey-stream.
		05 akStr		pic x occurs 2020 times.
	01 ak-next-sym		pic x.
*> Masking state: the run's secret seed, never written anywhere, and
*> the span of the value being masked.
	01 mask-salt		pic 9(18).
	01 mask-seed		pic 9(18).
	01 mask-secret-len	pic 9(4).
	01 mask-stream		pic 9(8).
	01 mask-from		pic 9(4).
	01 mask-to			pic 9(4).
	01 mask-pos			pic 9(4).
	01 mask-pick		pic 9(8).
	01 mk-i				pic 9(4).
	01 keyId			pic x(10).
	01 rk-newkeyid		pic x(10).
	01 rk-keyword		pic x(20).
	01 sav-keyword		pic x(20).
	01 run-date			pic 9(8).
*> Date and time the run started, yyyymmddhhmmss - the run stamp every
*> plaintext file it leaves behind is recorded under.
	01 run-stamp		pic 9(14).
	01 pt-time			pic 9(8).
*> Timings: when the run and the file in hand started and finished.
	01 run-start-time	pic 9(8).
	01 file-start-time	pic 9(8).
	01 file-end-time	pic 9(8).
	01 elapsed-ed		pic z(7)9.
	01 run-files-ed		pic z(5)9.
	01 run-records-ed	pic z(9)9.
	01 run-job			pic x(50).
	01 run-final-rc		pic 99.
	01 pt-detail		pic x(250).
	01 lock-time		pic 9(8).
	01 lock-stamp-now	pic 9(14).
	01 lock-stamp-held	pic 9(14).
		05 fieldmap-entry occurs 50 times.
			10 fmStart	pic 9(4).
			10 fmEnd	pic 9(4).
*> Routing table for a split run: each route tests one column range (or
*> one CSV field) for a value and sends the records that match it to an
*> output pass. Routes naming the same output share its pass - and its
*> key - so one partner can collect several values into one file.
	01 route-table.
		05 route-entry occurs 20 times.
			10 rtFrom	pic 9(4).
			10 rtTo		pic 9(4).
			10 rtValue	pic x(50).
			10 rtPass	pic 99.
	01 route-pass-table.
		05 route-pass-entry occurs 20 times.
			10 psOutput	pic x(50).
			10 psKeyId	pic x(10).
			10 psKeyword
						pic x(20).
			10 psKeyLength
						pic 99.
			10 psFingerprint
						pic 9(8).
			10 psCount	pic 9(8).
			10 psChars	pic 9(8).
			10 psStatus	pic xx.

	01 parm-fields.
		05 parm-line		pic x(300).
		05 parm-mode		pic x.
		05 parm-file		pic x(50).
		05 parm-choice		pic x.
		05 parm-reprocess	pic x.
		05 parm-recfmt		pic x.
		05 parm-cutoff		pic x(4).
		05 parm-route		pic x(50).
		05 parm-user		pic x(20).
		05 parm-search-field
							pic x(20).
		05 parm-search		pic x(50).
		05 parm-result		pic x(50).

	01 key-fingerprint		pic 9(8).
	01 rk-fingerprint		pic 9(8).
	01 snd-detail			pic x(132).
	01 input-fingerprint	pic 9(8).
	01 reg-orig-name		pic x(50).
	01 reg-detail			pic x(250).
	01 reg-keyid			pic x(10).
	01 last-seq				pic 9(8).
	01 last-chain			pic 9(8).
	01 audit-seq			pic 9(8).
	01 audit-chain			pic 9(8).
	01 chain-text			pic x(828).
	01 chain-ptr			pic 9(3).
	01 ch-i					pic 9(3).
	01 audScanName			pic x(40).
	01 audlock-tries		pic 9(4).
	01 audlock-nap			pic 9(9) comp value 100000000.
	01 integrity-status		pic x(10) value spaces.
	01 rpt-detail			pic x(800).
	01 rpt-choice-word		pic x(9).
	01 rpt-counter-ed		pic z(7)9.
	01 rpt-chars-ed			pic z(7)9.
	01 rpt-cyphcount-ed		pic z(6)9.
	01 rpt-trunc-ed			pic z(7)9.
	01 rpt-routed-ed		pic z(7)9.
	01 rpt-unrouted-ed		pic z(7)9.
	01 rpt-extra			pic x(500).
	01 rpt-ptr				pic 9(3).
	01 verify-original		pic x(2000).
	01 verify-status		pic x(8) value spaces.
	01 letter-count-table.
	01 profile-name		pic x(30).
	01 parm-token		pic x(30).
	01 parm-tok2		pic x(30).
	01 job-text			pic x(828).
	01 jp-junk			pic x(828).
	01 jp-rest			pic x(828).
	01 jp-work			pic x(20).
	01 jp-delim			pic x(21).
	01 jp-len			pic 99.
	01 job-mode			pic x.
	01 pr-records-ed	pic z(7)9.
	01 pr-chars-ed		pic z(9)9.
	01 route-test		pic x(50).
	01 rt-from-text		pic x(8).
	01 rt-to-text		pic x(8).
	01 rt-output		pic x(50).
	01 rt-keyid			pic x(10).
*> Dual control on plaintext releases: who is running the decrypt, and
*> the second person whose approval let it through.
	01 run-user			pic x(20).
	01 claimed-user		pic x(20).
	01 auth-approver	pic x(20).
	01 auth-candidate	pic x(20).
	01 auth-reason		pic x(16).
	01 auth-pattern		pic x(50).
*> Lookup: the clear column (or CSV field) searched, the value sought,
*> the value found in the record in hand, and where the matches go -
*> the console when no result file is named.
	01 lu-field			pic x(20).
	01 lu-search		pic x(50).
	01 lu-value			pic x(50).
	01 lu-result		pic x(50).
	01 lu-returned-ed	pic z(7)9.
*> Record layout an extract is validated against before it is ciphered:
*> an expected record length (or CSV field count) and a type rule per
*> column range (or CSV field) - numeric, alpha, date (yyyymmdd) or
*> notblank.
	01 layout-table.
		05 layout-entry occurs 50 times.
			10 lyFrom	pic 9(4).
			10 lyTo		pic 9(4).
			10 lyType	pic x(8).
	01 ly-type			pic x(8).
	01 ly-value			pic x(50).
	01 rec-reason		pic x(10).
	01 rec-field		pic x(9).
	01 ly-from-ed		pic z(3)9.
	01 ly-to-ed			pic z(3)9.
	01 rpt-accepted-ed	pic z(7)9.
	01 rpt-suspended-ed	pic z(7)9.
	01 pt-name			pic x(60).
	01 file-info.
		05 fi-size		pic x(8) comp-x.
		05 fi-day		pic x comp-x.

	accept run-date from date yyyymmdd.
	accept progress-time from time.
	move progress-time to run-start-time.
	perform 098-time-to-seconds.
	move now-secs to job-start-secs.
	compute run-stamp = run-date * 1000000 + progress-time / 100.
	perform 010-get-run-parameters.
*> A split writes to the fixed output names of its routing file, so in
*> a batch each input after the first would overwrite outputs already
*> registered and send-listed for the one before - one input a run.
	if choice is equal to "s" and batch-switch is equal to "Y"
		display "A split takes a single input file - it cannot run in batch mode, as every input would overwrite the same routed outputs."
		move "Y" to key-error-switch
	end-if.
*> A broken job profile must stop the run here, before the key ring
*> or any file is so much as opened.
	if key-error-switch is equal to "Y"
		stop run
	end-if.
*> A checksum validation (choice "c") reads nothing but the file and
*> the send-list, so it needs no key and no field map. A masking run
*> (choice "m") needs the field map but deliberately no key - nothing
*> on the ring may ever be able to undo a mask. A split run (choice "s")
*> takes its keys from the routing file, one per output, instead of the
*> run's key id.
	if choice is equal to "m"
		perform 068-load-field-map
		if key-error-switch is not equal to "Y" and fieldmap-count is equal to 0
			display "Masking needs a field map naming the columns or fields to mask."
			move "Y" to key-error-switch
		end-if
		if key-error-switch is equal to "Y"
			move 12 to return-code
			stop run
		end-if
		perform 605-seed-mask
	end-if.
	if (choice is equal to "e" or choice is equal to "s")
		and layChoice is not equal to spaces
		perform 180-load-record-layout
		if key-error-switch is equal to "Y"
			move 12 to return-code
			stop run
		end-if
	end-if.
	if choice is equal to "s"
		perform 068-load-field-map
		if key-error-switch is not equal to "Y"
			perform 071-load-routing-table
		end-if
		if key-error-switch is equal to "Y"
			move 12 to return-code
			stop run
		end-if
	end-if.
	if choice is not equal to "c" and choice is not equal to "m"
		and choice is not equal to "s"
		perform 065-look-up-key
		if key-error-switch is equal to "Y"
			move 12 to return-code
			stop run
		end-if
		perform 068-load-field-map
		if key-error-switch is not equal to "Y" and choice is equal to "l"
			perform 026-check-search-field
		end-if
		if key-error-switch is equal to "Y"
			move 12 to return-code
			stop run
*> Grades the run for the scheduler: 0 = every file processed clean,
*> 2 = the batch-window cutoff suspended the run, 4 = at least one
*> file skipped or locked, 6 = a duplicate submission was refused,
*> 8 = a verify mismatch or a rejected decrypt or lookup, 10 = a
*> decrypt, verify or lookup of a regulated file was refused for want
*> of a second person's approval, 12 = the input, control, key-ring or
*> field-map file could not be opened at all.
*> The job stream branches on this to hold the downstream transmit
*> step instead of trusting the log to be read.
	move run-rc to return-code.
	if suspend-switch is equal to "Y" and run-rc is less than 8
		move 2 to return-code
	end-if.
	perform 079-write-run-line.

	stop run.

		move new-rc to run-rc
	end-if.

*> Closes the run's audit trail with one op=RUN line: when the run
*> started and ended, how long it took, how many files and records it
*> handled and the return code it gave the scheduler - the figure
*> cipherrpt trends against the batch window. The line names the job -
*> profile, control file or file - rather than a file=, so nothing that
*> reads the trail for files mistakes it for one.
079-write-run-line.

	move return-code to run-final-rc.
	accept progress-time from time.
	perform 098-time-to-seconds.
	compute run-elapsed = now-secs - job-start-secs.
	if run-elapsed is less than 0
		add 86400 to run-elapsed
	end-if.
	if profile-name is not equal to spaces
		move profile-name to run-job
	else
		if batch-switch is equal to "Y"
			move bChoice to run-job
		else
			move fChoice to run-job
		end-if
	end-if.
	move run-elapsed to elapsed-ed.
	move run-files to run-files-ed.
	move run-records to run-records-ed.
	move spaces to rpt-detail.
	string "date=" delimited by size
		run-date delimited by size
		" op=RUN job=" delimited by size
		function trim(run-job) delimited by size
		" requested-op=" delimited by size
		choice delimited by size
		" run=" delimited by size
		run-stamp delimited by size
		" start=" delimited by size
		run-start-time(1:6) delimited by size
		" end=" delimited by size
		progress-time(1:6) delimited by size
		" elapsed=" delimited by size
		function trim(elapsed-ed) delimited by size
		" files=" delimited by size
		function trim(run-files-ed) delimited by size
		" records=" delimited by size
		function trim(run-records-ed) delimited by size
		" rc=" delimited by size
		run-final-rc delimited by size
		into rpt-detail.
	perform 082-write-audit-line.
	move run-final-rc to return-code.

*> Takes the audit-log lock that serializes seed-and-append across
*> runs. The run lock in 030-acquire-run-lock is per input file, so
*> two simultaneous runs on different files are legal - without this
	if rptfile-status is not equal to "00"
		display "Could not open audit log CIPHER-AUDIT.LOG (status " rptfile-status ") - audit line lost: " function trim(rpt-detail)
	else
		move chain-text to rptLine
		write report-record
		close rptfile
		move audit-seq to last-seq
		accept parm-cutoff

		display "*****************************************"
		display "Would you like to (e)ncrypt, (d)ecrypt, (v)erify a round trip, (r)e-key to a new key, (c)hecksum-validate a received file, (m)ask a test-data extract, (s)plit an extract by a routing file, or (l)ook up records in an archived file?"
		display "*****************************************"
		accept choice
		if choice is equal to "r" or choice is equal to "R"
			display "Enter the key id of the ACTIVE key to re-key under."
			accept rk-newkeyid
		end-if
		if choice is equal to "s" or choice is equal to "S"
			display "Enter the routing file naming each route's test, value, key id and output."
			accept rtChoice
		end-if
		if choice is equal to "l" or choice is equal to "L"
			display "Enter the clear column range (e.g. 12-21) - or, for CSV records, the field number - to search on."
			accept lu-field
			display "Enter the value to look for."
			accept lu-search
			display "Enter a result file for the matching records (blank to show them on the console)."
			accept lu-result
		end-if
	else
		move "N" to interactive-switch
*> A single-token parm names a job profile in CIPHER-JOBS.DAT, which
			unstring parm-line delimited by all spaces
				into parm-mode parm-file parm-choice parm-keyid parm-fieldmap
					parm-ciphermode parm-quality parm-newkeyid parm-progress
					parm-reprocess parm-recfmt parm-cutoff parm-route parm-user
					parm-search-field parm-search parm-result
			end-unstring
			move parm-route to rtChoice
			move parm-user to claimed-user
			move parm-search-field to lu-field
			move parm-search to lu-search
			move parm-result to lu-result
			if parm-reprocess is equal to "Y" or parm-reprocess is equal to "y"
				move "Y" to reprocess-switch
			end-if
		end-if
	end-if.
	move function lower-case(choice) to choice.
*> The requester of a decrypt is the login the job runs under, never a
*> name the run is given - the approval file is what decides whether
*> that person may see the plaintext. A profile user= or parm that
*> names somebody else is refused by 057-check-decrypt-authorization.
	move spaces to run-user.
	accept run-user from environment "USER".
	if run-user is equal to spaces
		accept run-user from environment "LOGNAME"
	end-if.
	if run-cipher-mode is equal to "a" or run-cipher-mode is equal to "A"
		move "A" to run-cipher-mode
	else
			perform 018-flag-bad-profile-field
		end-if
	end-if.
	move "route=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to rtChoice.
	move "user=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value(1:20) to claimed-user.
	move "search-field=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value(1:20) to lu-field.
	move "search=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to lu-search.
	move "result=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to lu-result.
	move "layout=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to layChoice.

	move "quality=" to jp-work.
	perform 019-extract-profile-value.
			perform 018-flag-bad-profile-field
		end-if
	end-if.
	move "suspend-limit=" to jp-work.
	perform 019-extract-profile-value.
	if jp-value is not equal to spaces
		move jp-value(1:8) to parse-field
		perform 012-parse-number
		if parse-ok is equal to "Y"
			move parse-value to suspend-limit
			move "Y" to suspend-limit-set
		else
			perform 018-flag-bad-profile-field
		end-if
	end-if.
	move "progress=" to jp-work.
	perform 019-extract-profile-value.
	if jp-value is not equal to spaces
	end-if.
	if choice is not equal to "e" and choice is not equal to "d"
		and choice is not equal to "v" and choice is not equal to "r"
		and choice is not equal to "c" and choice is not equal to "m"
		and choice is not equal to "s" and choice is not equal to "l"
		display "Job profile '" function trim(profile-name) "': op must be e, d, v, r, c, m, s or l."
		move "Y" to key-error-switch
	end-if.
	if keyId is equal to spaces and choice is not equal to "c"
		and choice is not equal to "m" and choice is not equal to "s"
		display "Job profile '" function trim(profile-name) "': no key id named."
		move "Y" to key-error-switch
	end-if.
	if choice is equal to "s" and rtChoice is equal to spaces
		display "Job profile '" function trim(profile-name) "': op=s needs a route file."
		move "Y" to key-error-switch
	end-if.
	if choice is equal to "r" and rk-newkeyid is equal to spaces
		display "Job profile '" function trim(profile-name) "': op=r needs a new-key."
		move "Y" to key-error-switch
	end-if.
	if choice is equal to "l" and (lu-field is equal to spaces or lu-search is equal to spaces)
		display "Job profile '" function trim(profile-name) "': op=l needs a search-field and a search value."
		move "Y" to key-error-switch
	end-if.
	if suspend-limit-set is equal to "Y" and layChoice is equal to spaces
		display "Job profile '" function trim(profile-name) "': suspend-limit needs a layout to validate against."
		move "Y" to key-error-switch
	end-if.

*> Reports one profile field whose value would not parse. The profile
*> exists so the run's settings are either all right or all refused -
						move "Y" to keyring-found
						move keyringKeyword to keyword
						perform 066-check-key-usable
						perform 059-check-key-destroyed
					end-if
			end-read
		end-perform
		perform 067-check-key-dates
	end-if.

*> A key cipherkey has destroyed keeps its ring entry - so its id can
*> never be reissued - but its keyword is blank. 060-compute-key-length
*> would quietly turn a blank keyword into "A", so a destroyed key must
*> be refused here for every operation, decrypt included.
059-check-key-destroyed.

	if keyringKeyword is equal to spaces
		display "Key id '" function trim(keyringId) "' has been destroyed - its keyword is no longer on the ring."
		move "Y" to key-error-switch
	end-if.

*> The date rules proper, reached only once 066-check-key-usable has
*> proven both dates are well-formed numerics. The keys of a split run
*> encipher fresh files, so they face the encrypt rules.
067-check-key-dates.

	if run-date is less than keyringEffFrom
	else
		if keyringStatus is not equal to "ACTIVE"
			or (keyringExpires is greater than 0 and run-date is greater than keyringExpires)
			if choice is equal to "e" or choice is equal to "s"
				display "Key id '" function trim(keyId) "' is retired or expired and may not encrypt new files."
				move "Y" to key-error-switch
			else
							move "Y" to keyring-found
							move keyringKeyword to rk-keyword
							perform 064-check-new-key-usable
							perform 059-check-key-destroyed
						end-if
				end-read
			end-perform
		end-if
	end-if.

*> Loads the routing file of a split run (choice "s"). Each line is a
*> set of keyword=value pairs, like a job profile: test= names the byte
*> columns (e.g. 12-13) - or, in CSV record mode, the field number - to
*> test, value= the value that routes a record there, key= the key id
*> to encipher it under and output= the file it goes to. value=* is the
*> catch-all for every record no other route claimed. Routes are tried
*> in order and the first match wins, so the catch-all must come last -
*> and must be there at all, or a record no route claims would vanish
*> from every output.
071-load-routing-table.

	move 0 to route-count.
	move 0 to pass-count.
	move "N" to rt-catchall.
	move "N" to rt-eof.
	if rtChoice is equal to spaces
		display "A split run needs a routing file naming its routes."
		move "Y" to key-error-switch
	else
		open input rtfile
		if rtfile-status is not equal to "00"
			display "Could not open routing file '" function trim(rtChoice) "' (status " rtfile-status ")."
			move "Y" to key-error-switch
		else
			perform until rt-eof is equal to "Y"
				read rtfile
					at end
						move "Y" to rt-eof
					not at end
						if rtLine is not equal to spaces
							perform 072-store-route
						end-if
				end-read
			end-perform
			close rtfile
			if key-error-switch is not equal to "Y" and rt-catchall is equal to "N"
				display "Routing file '" function trim(rtChoice) "' has no catch-all route (value=*) - a record no route claims would be lost."
				move "Y" to key-error-switch
			end-if
		end-if
	end-if.
	if key-error-switch is not equal to "Y"
		perform varying ps-i from 1 by 1 until ps-i is greater than pass-count
			perform 074-resolve-route-key
		end-perform
	end-if.

*> Validates and stores one routing line. A malformed route is a setup
*> error refused before any file is read - a record routed to the wrong
*> partner under the wrong key is a disclosure, not something a rerun
*> can take back. The line is given a leading blank so the profile
*> extractor finds its first keyword like any other.
072-store-route.

	move spaces to job-text.
	string " " delimited by size
		rtLine delimited by size
		into job-text.
	move "value=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to route-test.
	move "key=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value(1:10) to rt-keyid.
	move "output=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to rt-output.
	if route-test is equal to spaces or rt-keyid is equal to spaces
		or rt-output is equal to spaces
		display "Routing file '" function trim(rtChoice) "' has a route without value=, key= and output=: " function trim(rtLine)
		move "Y" to key-error-switch
	else
	if rt-catchall is equal to "Y"
		display "Routing file '" function trim(rtChoice) "' has a route after the catch-all, which can never match: " function trim(rtLine)
		move "Y" to key-error-switch
	else
	if route-count is equal to 20
		display "Routing file '" function trim(rtChoice) "' names more than 20 routes."
		move "Y" to key-error-switch
	else
		add 1 to route-count
		move route-test to rtValue(route-count)
		move 0 to rtFrom(route-count)
		move 0 to rtTo(route-count)
		if route-test is equal to "*"
			move "Y" to rt-catchall
		else
			perform 073-parse-route-test
		end-if
		perform 075-find-route-pass
	end-if
	end-if
	end-if.

*> Reads the test= of the route just stored: from-to byte columns for
*> fixed records (a single column is just from), or one field number in
*> CSV record mode. The tested value is at most 50 characters, the same
*> as the value= it is compared with.
073-parse-route-test.

	move "test=" to jp-work.
	perform 019-extract-profile-value.
	move spaces to rt-from-text.
	move spaces to rt-to-text.
	unstring jp-value delimited by "-"
		into rt-from-text rt-to-text
	end-unstring.
	move rt-from-text to parse-field.
	perform 012-parse-number.
	if parse-ok is equal to "Y"
		move parse-value to rtFrom(route-count)
		move parse-value to rtTo(route-count)
		if rt-to-text is not equal to spaces
			move rt-to-text to parse-field
			perform 012-parse-number
			move parse-value to rtTo(route-count)
		end-if
	end-if.
	if parse-ok is not equal to "Y" or rtFrom(route-count) is equal to 0
		or rtFrom(route-count) is greater than rtTo(route-count)
		or rtTo(route-count) - rtFrom(route-count) is greater than 49
		or (record-format is equal to "C" and rtTo(route-count) is not equal to rtFrom(route-count))
		display "Routing file '" function trim(rtChoice) "' has a bad test= on route: " function trim(rtLine)
		move "Y" to key-error-switch
	end-if.

*> Resolves the key of output pass ps-i through the same key-ring
*> lookup as a run's own key - under the encrypt rules, since a split
*> enciphers fresh files - and keeps its keyword, length and
*> fingerprint for the pass.
074-resolve-route-key.

	move psKeyId(ps-i) to keyId.
	perform 065-look-up-key.
	if key-error-switch is not equal to "Y"
		perform 060-compute-key-length
		perform 062-compute-key-fingerprint
		move keyword to psKeyword(ps-i)
		move keyLength to psKeyLength(ps-i)
		move key-fingerprint to psFingerprint(ps-i)
	end-if.

*> Attaches the route just stored to the output pass for its output
*> file, opening a new pass for an output not seen before. Routes that
*> share an output must share its key - a file enciphered under two
*> keys could never be decrypted - so a second key is refused.
075-find-route-pass.

	move 0 to rtPass(route-count).
	perform varying ps-i from 1 by 1 until ps-i is greater than pass-count
		if psOutput(ps-i) is equal to rt-output
			move ps-i to rtPass(route-count)
		end-if
	end-perform.
	if rtPass(route-count) is equal to 0
		add 1 to pass-count
		move rt-output to psOutput(pass-count)
		move rt-keyid to psKeyId(pass-count)
		move pass-count to rtPass(route-count)
	else
		if psKeyId(rtPass(route-count)) is not equal to rt-keyid
			display "Routing file '" function trim(rtChoice) "' sends output '" function trim(rt-output) "' under two different keys."
			move "Y" to key-error-switch
		end-if
	end-if.

*> Parses and judges the search field of a lookup: from-to byte
*> columns for fixed records (a single column is just from), or one
*> field number in CSV record mode, written like a route's test=. The
*> field must lie wholly outside the field map - a mapped column holds
*> ciphertext, and searching it would mean deciphering every record to
*> look, which is exactly the full decrypt a lookup exists to avoid.
026-check-search-field.

	move 0 to lu-from.
	move 0 to lu-to.
	move spaces to rt-from-text.
	move spaces to rt-to-text.
	unstring lu-field delimited by "-"
		into rt-from-text rt-to-text
	end-unstring.
	move rt-from-text to parse-field.
	perform 012-parse-number.
	if parse-ok is equal to "Y"
		move parse-value to lu-from
		move parse-value to lu-to
		if rt-to-text is not equal to spaces
			move rt-to-text to parse-field
			perform 012-parse-number
			move parse-value to lu-to
		end-if
	end-if.
	if lu-search is equal to spaces
		display "A lookup needs a value to search for."
		move "Y" to key-error-switch
	else
	if parse-ok is not equal to "Y" or lu-from is equal to 0
		or lu-from is greater than lu-to or lu-to - lu-from is greater than 49
		or (record-format is equal to "C" and lu-to is not equal to lu-from)
		display "Lookup search field '" function trim(lu-field) "' is not a usable column range or field number."
		move "Y" to key-error-switch
	else
	if fieldmap-count is equal to 0
		display "Lookup refused: with no field map the whole record is enciphered - there is no clear field to search on."
		move "Y" to key-error-switch
	else
		perform varying fm-i from 1 by 1 until fm-i is greater than fieldmap-count
			if lu-from is not greater than fmEnd(fm-i) and lu-to is not less than fmStart(fm-i)
				move "Y" to key-error-switch
			end-if
		end-perform
		if key-error-switch is equal to "Y"
			display "Lookup refused: search field '" function trim(lu-field) "' is enciphered under field map '" function trim(fmChoice) "' - search on a field the map leaves in the clear."
		end-if
	end-if
	end-if
	end-if.
	move function trim(lu-search) to lu-search.

*> Decides whether position i of the current record is inside any
*> mapped range. With no field map loaded every column is in scope,
*> which is exactly the pre-field-map behaviour. CSV records are
*> batch loop so both drive the same per-file logic.
020-process-file.

	accept file-start-time from time.
	move file-start-time to progress-time.
	perform 098-time-to-seconds.
	move now-secs to file-start-secs.
	move 0 to counter.
	move 0 to charsEnciphered.
	move 0 to cyphCount.
*> attempted: a re-sent file the system already processed must not
*> spend the batch window re-encrypting, and must never ship twice.
	move "N" to duplicate-switch.
	move 0 to lu-returned.
	move 0 to sus-count.
	move 0 to resume-suspended.
	move "N" to sus-open.
	if choice is not equal to "c" and choice is not equal to "l"
		perform 036-check-processed-register
	end-if.
	if duplicate-switch is equal to "Y" and reprocess-switch is equal to "Y"
		end-if
	end-if.

*> A decrypt - and the decrypt side of a verify - of a regulated file
*> needs a second person's standing approval, judged before the lock is
*> taken so a refused run leaves nothing on disk at all.
	move "N" to auth-refused.
	move spaces to auth-approver.
	if duplicate-switch is not equal to "Y"
		and (choice is equal to "d" or choice is equal to "v" or choice is equal to "l")
		perform 057-check-decrypt-authorization
	end-if.

	if duplicate-switch is equal to "Y"
		display "Duplicate submission: '" function trim(fChoice) "' was already processed as '" function trim(reg-orig-name) "' - skipped. Rerun with the reprocess override if this is deliberate."
	else
	if auth-refused is equal to "Y"
		if auth-reason is equal to "user-mismatch"
			display "Run on '" function trim(fChoice) "' refused: requester '" function trim(claimed-user) "' is not the login '" function trim(run-user) "' the job runs under."
		else
			display "Decrypt of regulated file '" function trim(fChoice) "' refused for requester '" function trim(run-user) "' (" function trim(auth-reason) ") - it needs an unexpired approval by a second user in CIPHER-DECRYPT-AUTH.DAT."
		end-if
		move "N" to lock-held-switch
	else
		perform 030-acquire-run-lock
		if lock-held-switch is equal to "Y"
			if choice is equal to "c"
				perform 045-validate-checksum
			else
			if choice is equal to "s"
				perform 800-route-one-file
			else
			if choice is equal to "l"
				perform 900-look-up-one-file
			else
				perform 025-cipher-one-file
			end-if
			end-if
			end-if
			perform 035-release-run-lock
		end-if
	end-if
	end-if.

*> An enciphered file that went out the door nearly untouched - mostly

*> A run that actually finished its file is entered in the register,
*> so the next submission of the same content under the same operation
*> is caught as a duplicate. A split run registers each routed output as
*> it is finished, in 810-route-pass; a lookup produces nothing to
*> register.
	if duplicate-switch is not equal to "Y" and choice is not equal to "c"
		and choice is not equal to "s" and choice is not equal to "l"
		and lock-held-switch is equal to "Y"
		and ifile-status is equal to "00" and ofile-status is equal to "00"
		and header-error-switch is not equal to "Y"
		and suspend-switch is not equal to "Y"
		and input-fingerprint is greater than 0
		if choice is equal to "r"
			move rk-newkeyid to reg-keyid
		else
			if choice is equal to "m"
				move spaces to reg-keyid
			else
				move keyId to reg-keyid
			end-if
		end-if
		perform 038-record-processed-file
	end-if.

	perform 070-open-input-file.

	if ifile-status is equal to "00"
*> Only a recognized e/d/v/r/m command may create an output file or a
*> checkpoint - an invalid command has nothing to process and must
*> not fabricate output/checkpoint artifacts or a COMPLETE marker.
		if choice is equal to "e" or choice is equal to "d" or choice is equal to "v"
			or choice is equal to "r" or choice is equal to "m"
			perform 050-build-output-filename
			perform 055-build-restart-filename
			perform 085-check-restart
*> A mask is never resumed: its tokens are seeded afresh every run, so
*> a resumed file would mask the same value two different ways either
*> side of the break. A suspended or abended mask simply starts over.
			if choice is equal to "m" and resume-switch is equal to "Y"
				display "Masking restarts '" function trim(fChoice) "' from the top - a mask is never resumed."
				move "N" to resume-switch
			end-if

			if layout-active is equal to "Y" and choice is equal to "e"
				perform 186-build-suspense-filename
			end-if
			if resume-switch is equal to "Y"
				perform 087-skip-to-checkpoint
				perform 088-truncate-output
				if ofile-status is equal to "00"
					open extend ofile
				end-if
				if layout-active is equal to "Y" and choice is equal to "e"
					perform 188-truncate-suspense
				end-if
			else
				open output ofile
				if layout-active is equal to "Y" and choice is equal to "e"
					call "CBL_DELETE_FILE" using susChoice
					move 0 to return-code
				end-if
			end-if

			if ofile-status is equal to "00"
				perform 086-open-checkpoint
				if choice is equal to "d" or choice is equal to "v"
					move oChoice to pt-name
					perform 039-record-plaintext-output
				end-if

				if (choice is equal to "e" or choice is equal to "r")
					and resume-switch is not equal to "Y"
					perform 091-write-header
				end-if
				if choice is equal to "m"
					perform 630-write-mask-header
				end-if

				perform 022-read-first-record

					Display " "
					perform 100-encrypt
						until eof-switch = "Y"
				else
				if choice is equal to "m"
					Display "+-----------------+"
					display "|Masked Extract   |"
					Display "+-----------------+"
					Display " "
					perform 600-mask
						until eof-switch = "Y"
				else
					if choice is equal to "d"
						Display "+-----------------+"
						end-if
					end-if
				end-if
				end-if
				Display " "

*> A suspended run has not seen the whole input: its output gets no
*> trailer - the resumed run writes one when it truly finishes - and
*> the input's own trailer has legitimately not been read yet, so
*> neither trailer step applies.
				if (choice is equal to "e" or choice is equal to "r" or choice is equal to "m")
					and header-error-switch is not equal to "Y"
					and suspend-switch is not equal to "Y"
					perform 092-write-trailer
					perform 093-check-trailer
				end-if

				if sus-open is equal to "Y"
					close susfile
					move "N" to sus-open
				end-if
				if header-error-switch is equal to "Y"
					close ofile
					close ckfile
		close ifile
	end-if.

*> Decides whether this decrypt, verify or lookup may release plaintext. A file
*> that is not regulated goes through as it always has. A regulated one
*> needs a line in CIPHER-DECRYPT-AUTH.DAT naming the file (or a pattern
*> covering it) and this run's user as requester, approved by somebody
*> else, on or after its approval date and not past its expiry:
*>   file=PATTERN requester=USER approver=USER approved=yyyymmdd expires=yyyymmdd
*> The first such line authorizes the run; failing one, auth-reason
*> says how near the nearest line came.
057-check-decrypt-authorization.

	move "N" to auth-refused.
	move spaces to auth-approver.
*> A run that names its requester must name the login it runs under -
*> otherwise any colleague holding an approval could be named.
	if claimed-user is not equal to spaces and claimed-user is not equal to run-user
		move "Y" to auth-refused
		move "user-mismatch" to auth-reason
	else
		perform 051-check-regulated-file
		if regulated-switch is equal to "Y"
			move "Y" to auth-refused
			move "no-approval" to auth-reason
			if run-user is equal to spaces
				move "no-user" to auth-reason
			else
				move "N" to auth-eof
				open input authfile
				if authfile-status is equal to "00"
					perform until auth-eof is equal to "Y" or auth-refused is equal to "N"
						read authfile
							at end
								move "Y" to auth-eof
							not at end
								perform 058-match-authorization-line
						end-read
					end-perform
					close authfile
				end-if
			end-if
		end-if
	end-if.

*> Judges one approval line against the file and the requester.
058-match-authorization-line.

	move spaces to job-text.
	string " " delimited by size
		authLine delimited by size
		into job-text.
	move "file=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to auth-pattern.
	perform 053-match-file-pattern.
	move "requester=" to jp-work.
	perform 019-extract-profile-value.
	if pattern-match is equal to "Y" and jp-value is equal to run-user
		move "approver=" to jp-work
		perform 019-extract-profile-value
		move jp-value(1:20) to auth-candidate
		if auth-candidate is equal to spaces or auth-candidate is equal to run-user
			move "self-approved" to auth-reason
		else
			move 0 to auth-from
			move 0 to auth-to
			move "approved=" to jp-work
			perform 019-extract-profile-value
			move jp-value(1:8) to parse-field
			perform 012-parse-number
			if parse-ok is equal to "Y"
				move parse-value to auth-from
			end-if
			move "expires=" to jp-work
			perform 019-extract-profile-value
			move jp-value(1:8) to parse-field
			perform 012-parse-number
			if parse-ok is equal to "Y"
				move parse-value to auth-to
			end-if
			if auth-from is greater than 0 and auth-from is not greater than run-date
				and auth-to is not less than run-date
				move "N" to auth-refused
				move auth-candidate to auth-approver
			else
				move "approval-expired" to auth-reason
			end-if
		end-if
	end-if.

*> Decides whether the file is regulated. CIPHER-REGULATED.DAT lists the
*> regulated files, one file=PATTERN line each; with no such list every
*> file is regulated - dual control fails safe, and a site that wants
*> none keeps the list and leaves it empty.
051-check-regulated-file.

	move "Y" to regulated-switch.
	move "N" to regul-eof.
	open input regulfile.
	if regulfile-status is equal to "00"
		move "N" to regulated-switch
		perform until regul-eof is equal to "Y" or regulated-switch is equal to "Y"
			read regulfile
				at end
					move "Y" to regul-eof
				not at end
					perform 052-match-regulated-line
			end-read
		end-perform
		close regulfile
	end-if.

*> Matches one regulated-file line against the file.
052-match-regulated-line.

	move spaces to job-text.
	string " " delimited by size
		regulLine delimited by size
		into job-text.
	move "file=" to jp-work.
	perform 019-extract-profile-value.
	move jp-value to auth-pattern.
	perform 053-match-file-pattern.
	if pattern-match is equal to "Y"
		move "Y" to regulated-switch
	end-if.

*> Matches fChoice against auth-pattern: a name matches itself, and a
*> pattern ending in * matches every name starting with what precedes
*> it (a lone * matches every file).
053-match-file-pattern.

	move "N" to pattern-match.
	move zero to auth-pat-len.
	inspect function reverse(auth-pattern)
		tallying auth-pat-len for leading space.
	compute auth-pat-len = 50 - auth-pat-len.
	if auth-pat-len is greater than 0
		if auth-pattern(auth-pat-len:1) is equal to "*"
			if auth-pat-len is equal to 1
				move "Y" to pattern-match
			else
				if fChoice(1:auth-pat-len - 1) is equal to auth-pattern(1:auth-pat-len - 1)
					move "Y" to pattern-match
				end-if
			end-if
		else
			if fChoice is equal to auth-pattern
				move "Y" to pattern-match
			end-if
		end-if
	end-if.

*> Takes the exclusive per-input-file run lock. A second invocation
*> against the same input - a scheduler retry starting while the
*> original run is still alive - finds the lock and refuses to start,
	end-if.

*> Appends the finished file to the processed-file register, using the
*> same extend-with-output-fallback open as 080-open-report. The line
*> names the key id the output is now enciphered under - the new key of
*> a re-key - and the output file itself, which is what cipherkey's
*> dependency inventory reads to decide whether a retired key still has
*> ciphertext on disk that needs it.
038-record-processed-file.

	open extend regfile.
			choice delimited by size
			" fingerprint=" delimited by size
			input-fingerprint delimited by size
			" key=" delimited by size
			function trim(reg-keyid) delimited by size
			" output=" delimited by size
			function trim(oChoice) delimited by size
			into reg-detail
		move reg-detail to regLine
		write register-record
		close regfile
	end-if.

*> Enters a plaintext file this run has just created (named in pt-name)
*> in the plaintext
*> ledger CIPHER-PLAINTEXT.DAT - when, from what, by which operation,
*> run and user - the moment it exists on disk, so cipherhk can sweep it
*> after the site's holding period even if this run never finishes.
*> Same extend-with-output-fallback open as 080-open-report.
039-record-plaintext-output.

	open extend ptfile.
	if ptfile-status is equal to "05" or ptfile-status is equal to "35"
		open output ptfile
	end-if.
	if ptfile-status is not equal to "00"
		display "Could not open plaintext ledger CIPHER-PLAINTEXT.DAT (status " ptfile-status ")."
	else
		accept pt-time from time
		move spaces to pt-detail
		string "date=" delimited by size
			run-date delimited by size
			" time=" delimited by size
			pt-time(1:6) delimited by size
			" file=" delimited by size
			function trim(pt-name) delimited by size
			" source=" delimited by size
			function trim(fChoice) delimited by size
			" op=" delimited by size
			choice delimited by size
			" run=" delimited by size
			run-stamp delimited by size
			" user=" delimited by size
			function trim(run-user) delimited by size
			into pt-detail
		move pt-detail to ptLine
		write plaintext-record
		close ptfile
	end-if.

*> Primes the read-ahead loop with the first record. On a fresh decrypt
*> this is also where a cipher header, if the file carries one, is
*> peeled off and validated before any data record is touched - a wrong
		at end
			move "Y" to eof-switch
		not at end
*> A masked extract is not ciphertext and no key undoes it - "decrypting"
*> one would only scramble the test data further, so it is refused by
*> its header tag before a record is touched.
			if (choice is equal to "d" or choice is equal to "r")
				and word(1:9) is equal to "CIPHERMSK"
				display "Rejected: '" function trim(fChoice) "' is a masked extract - masking is one-way and cannot be decrypted or re-keyed."
				move "MASKED" to integrity-status
				move "Y" to header-error-switch
				move "Y" to eof-switch
			else
			if (choice is equal to "d" or choice is equal to "r")
				and resume-switch is not equal to "Y"
				and word(1:9) is equal to "CIPHERHDR"
					perform 024-count-truncation
				end-if
			end-if
			end-if
	end-read.

*> Tallies a record the READ just cut off at the supported width. The
	end-perform.

*> Writes the header record that leads every enciphered file: the
*> original filename, the run date, the key fingerprint, the key id it
*> was enciphered under, and a tag a decrypt run can recognize the
*> layout by. The key id is informational - the fingerprint is still
*> what 023-validate-header proves the key by.
091-write-header.

	move spaces to outWord.
*> A re-keyed file belongs to the new key from here on, so its header
*> carries the new key's fingerprint and the run's output mode.
		move rk-fingerprint to outWord(71:8)
		move rk-newkeyid to outWord(82:10)
	else
		move key-fingerprint to outWord(71:8)
		move keyId to outWord(82:10)
	end-if.
	move run-cipher-mode to outWord(80:1).
	write out-record.
	move "CIPHERTRL" to outWord(1:9).
	move counter to outWord(11:8).
	move charsEnciphered to outWord(20:8).
*> An encrypt validated against a record layout carries only the
*> records it accepted, so its trailer counts those and, beside them,
*> the records held back in the suspense file.
	if choice is equal to "e" and layout-active is equal to "Y"
		compute accepted-count = counter - sus-count
		move accepted-count to outWord(11:8)
		move sus-count to outWord(29:8)
	end-if.
	write out-record.

*> After a decrypt of a headered file, reconciles what the trailer
		move 6 to new-rc
		perform 099-raise-return-code
	else
*> A refused plaintext release outranks every processing failure: it is
*> a control breach attempt, not a bad file.
	if auth-refused is equal to "Y"
		move "REFUSED" to rpt-choice-word
		move 10 to new-rc
		perform 099-raise-return-code
	else
	if lock-held-switch is not equal to "Y"
		move "LOCKED" to rpt-choice-word
		move 4 to new-rc
						if choice is equal to "c"
							move "CHECKSUM" to rpt-choice-word
						else
							if choice is equal to "m"
								move "MASK" to rpt-choice-word
							else
							if choice is equal to "s"
								move "ROUTE" to rpt-choice-word
							else
							if choice is equal to "l"
								move "LOOKUP" to rpt-choice-word
							else
								move "UNKNOWN" to rpt-choice-word
							end-if
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
*> A run stopped by the batch-window cutoff overrides whatever the
*> operation would have been called: the scheduler reads SUSPENDED -
		and rpt-choice-word is not equal to "LOCKED"
		and rpt-choice-word is not equal to "SKIPPED"
		and rpt-choice-word is not equal to "DUPLICATE"
		and rpt-choice-word is not equal to "REFUSED"
		move "SUSPENDED" to rpt-choice-word
		move 2 to new-rc
		perform 099-raise-return-code
		string " record=CSV" delimited by size
			into rpt-extra with pointer rpt-ptr
	end-if.
	if choice is not equal to "c" and choice is not equal to "m"
		and choice is not equal to "s"
		and keyId is not equal to spaces
		string " key=" delimited by size
			function trim(keyId) delimited by size
			into rpt-extra with pointer rpt-ptr
	end-if.
	if choice is equal to "r"
		string " new-key=" delimited by size
			function trim(rk-newkeyid) delimited by size
			into rpt-extra with pointer rpt-ptr
	end-if.
*> Every plaintext release names who asked for it and who approved it,
*> which is what cipherrpt lists for the auditors.
	if choice is equal to "d" or choice is equal to "v" or choice is equal to "l"
		if run-user is equal to spaces
			string " requester=UNKNOWN" delimited by size
				into rpt-extra with pointer rpt-ptr
		else
			string " requester=" delimited by size
				function trim(run-user) delimited by size
				into rpt-extra with pointer rpt-ptr
		end-if
		if auth-approver is equal to spaces
			string " approver=NOT-REGULATED" delimited by size
				into rpt-extra with pointer rpt-ptr
		else
			string " approver=" delimited by size
				function trim(auth-approver) delimited by size
				into rpt-extra with pointer rpt-ptr
		end-if
	end-if.
*> A file validated against a record layout shows how many records went
*> into the output and how many were held back in the suspense file.
	if layout-active is equal to "Y"
		and (choice is equal to "e" or choice is equal to "s")
		and rpt-choice-word is not equal to "DUPLICATE"
		and rpt-choice-word is not equal to "LOCKED"
		and rpt-choice-word is not equal to "SKIPPED"
		compute accepted-count = counter - sus-count
		move accepted-count to rpt-accepted-ed
		move sus-count to rpt-suspended-ed
		string " accepted=" delimited by size
			function trim(rpt-accepted-ed) delimited by size
			" suspended=" delimited by size
			function trim(rpt-suspended-ed) delimited by size
			into rpt-extra with pointer rpt-ptr
		if sus-count is greater than 0
			string " suspense=" delimited by size
				function trim(susChoice) delimited by size
				into rpt-extra with pointer rpt-ptr
		end-if
	end-if.
*> A split run reconciles here: the records read against the sum of
*> the records routed to every output, each of which wrote its own
*> op=ROUTED line with its count.
	if rpt-choice-word is equal to "ROUTE"
		move routed-total to rpt-routed-ed
		move route-unrouted to rpt-unrouted-ed
		string " routed=" delimited by size
			function trim(rpt-routed-ed) delimited by size
			" unrouted=" delimited by size
			function trim(rpt-unrouted-ed) delimited by size
			" outputs=" delimited by size
			pass-count delimited by size
			into rpt-extra with pointer rpt-ptr
	end-if.
	if choice is equal to "c" and csum-status is not equal to spaces
		string " checksum-result=" delimited by size
			function trim(csum-status) delimited by size
			input-fingerprint delimited by size
			into rpt-detail
	else
	if rpt-choice-word is equal to "REFUSED"
		string "date=" delimited by size
			run-date delimited by size
			" file=" function trim(fChoice) delimited by size
			" op=REFUSED requested-op=" delimited by size
			choice delimited by size
			" requester=" delimited by size
			function trim(run-user) delimited by size
			" reason=" delimited by size
			function trim(auth-reason) delimited by size
			into rpt-detail
		if auth-reason is equal to "user-mismatch"
			move zero to tl-len
			inspect function reverse(rpt-detail)
				tallying tl-len for leading space
			compute tl-ptr = 800 - tl-len + 1
			string " declared=" delimited by size
				function trim(claimed-user) delimited by size
				into rpt-detail with pointer tl-ptr
		end-if
	else
	if rpt-choice-word is equal to "LOCKED"
		string "date=" delimited by size
			run-date delimited by size
			" output-status=" ofile-status delimited by size
			into rpt-detail
	else
*> A lookup names what was searched for and how many records it let out
*> in clear, and where they went.
	if rpt-choice-word is equal to "LOOKUP"
		move lu-returned to lu-returned-ed
		if lu-result is equal to spaces
			string " result=CONSOLE" delimited by size
				into rpt-extra with pointer rpt-ptr
		else
			string " result=" delimited by size
				function trim(lu-result) delimited by size
				into rpt-extra with pointer rpt-ptr
		end-if
		string "date=" delimited by size
			run-date delimited by size
			" file=" function trim(fChoice) delimited by size
			" op=LOOKUP records=" rpt-counter-ed delimited by size
			" search-field=" function trim(lu-field) delimited by size
			" search=" function trim(lu-search) delimited by size
			" returned=" function trim(lu-returned-ed) delimited by size
			rpt-extra delimited by size
			into rpt-detail
	else
		if choice is equal to "v"
			if verify-status is equal to "MISMATCH"
				move 8 to new-rc
		end-if
	end-if
	end-if
	end-if
	end-if
	end-if.
*> Every file's line closes with when its processing started and
*> finished and how many seconds it took.
	accept file-end-time from time.
	move file-end-time to progress-time.
	perform 098-time-to-seconds.
	compute file-elapsed = now-secs - file-start-secs.
	if file-elapsed is less than 0
		add 86400 to file-elapsed
	end-if.
	move file-elapsed to elapsed-ed.
	move zero to tl-len.
	inspect function reverse(rpt-detail)
		tallying tl-len for leading space.
	compute tl-ptr = 800 - tl-len + 1.
*> A line with every optional finding on it can outgrow the audit
*> record; rather than lose its tail unseen, the line is marked and
*> the run warns.
	string " start=" delimited by size
		file-start-time(1:6) delimited by size
		" end=" delimited by size
		file-end-time(1:6) delimited by size
		" elapsed=" delimited by size
		function trim(elapsed-ed) delimited by size
		into rpt-detail with pointer tl-ptr
		on overflow
			move " overflow=Y" to rpt-detail(790:11)
			display "Audit line for '" function trim(fChoice) "' was too long for the audit log - its tail is cut short and marked overflow=Y."
			move 4 to new-rc
			perform 099-raise-return-code
	end-string.
	add 1 to run-files.
	add counter to run-records.
	perform 082-write-audit-line.

*> Loops 020-process-file over every filename listed in the control
			move "Y" to batch-eof
	end-read.

*> Splits the one file named in fChoice into its routed outputs, under
*> the run lock 020-process-file has already taken out. Each output is
*> written in its own pass over the input, so only one output is ever
*> open and every record goes straight from the input into the cipher -
*> no plaintext split ever lands on disk. A split is never checkpointed:
*> a rerun simply writes every output again. The run reconciles the
*> records read against the sum routed to all the outputs, and any
*> shortfall - an output that could not be written - fails the file.
800-route-one-file.

	move 0 to route-read.
	move 0 to routed-total.
	move 0 to routed-chars.
	move 0 to route-unrouted.
	perform 070-open-input-file.
	if ifile-status is equal to "00"
		close ifile
		move 0 to rt-pick
		perform varying ps-i from 1 by 1 until ps-i is greater than pass-count
			move spaces to psStatus(ps-i)
			move 0 to psCount(ps-i)
			move 0 to psChars(ps-i)
			if psOutput(ps-i) is equal to fChoice
				move ps-i to rt-pick
			end-if
		end-perform
		if rt-pick is greater than 0
			display "Split refused: routed output '" function trim(psOutput(rt-pick)) "' would overwrite the input file."
			move "BADROUTE" to integrity-status
			move 8 to new-rc
			perform 099-raise-return-code
		else
		if layout-active is equal to "Y"
			perform 815-validate-split-input
		end-if
		if integrity-status is equal to "SUSPLIMIT"
			or integrity-status is equal to "NOSUSPENSE"
			move 8 to new-rc
			perform 099-raise-return-code
		else
			Display "+-----------------+"
			display "|Routed Extract   |"
			Display "+-----------------+"
			Display " "
			perform varying ps-i from 1 by 1 until ps-i is greater than pass-count
				perform 810-route-pass
			end-perform
			Display " "
			perform varying ps-i from 1 by 1 until ps-i is greater than pass-count
				if psStatus(ps-i) is not equal to "00"
					move "NOOUTPUT" to integrity-status
				end-if
			end-perform
			if routed-total + sus-count is less than route-read
				compute route-unrouted = route-read - routed-total - sus-count
*> A failed pass leaves its records out of routed-total too; the failed
*> output is the cause to name, and unrouted= still shows the shortfall.
				if integrity-status is equal to spaces
					move "UNROUTED" to integrity-status
				end-if
			end-if
			if integrity-status is not equal to spaces
				display "Split of '" function trim(fChoice) "' does not reconcile: " route-read " records read, " routed-total " routed, " sus-count " suspended."
				move 8 to new-rc
				perform 099-raise-return-code
			end-if
		end-if
		end-if
		move route-read to counter
		move routed-chars to charsEnciphered
		move spaces to quality-status
		move "00" to ifile-status
		move "00" to ofile-status
	end-if.

*> The validation pass of a split run with a record layout: every
*> record is judged once, before any output is written, and the ones
*> the layout refuses go to the suspense file - so a file over its
*> suspend-limit fails with nothing routed, and the output passes after
*> it only have to leave the same records out.
815-validate-split-input.

	perform 186-build-suspense-filename.
	call "CBL_DELETE_FILE" using susChoice.
	move 0 to return-code.
	move 0 to counter.
	move "N" to eof-switch.
	open input ifile.
	if ifile-status is equal to "00"
		perform until eof-switch is equal to "Y"
			or integrity-status is equal to "SUSPLIMIT"
			or integrity-status is equal to "NOSUSPENSE"
			read ifile
				at end
					move "Y" to eof-switch
				not at end
					add 1 to counter
					move word to string1
					move function length(string1) to strLength
					perform 300-cleanString
					perform 182-validate-record
					if record-valid is not equal to "Y"
						perform 187-write-suspense-record
					end-if
			end-read
		end-perform
		close ifile
	end-if.
	if sus-open is equal to "Y"
		close susfile
		move "N" to sus-open
	end-if.
	if integrity-status is equal to "SUSPLIMIT"
		or integrity-status is equal to "NOSUSPENSE"
		move counter to route-read
	end-if.
	move "N" to eof-switch.

*> One pass over the input for output ps-i: the pass's key is put in
*> place, the output gets its own header with that key's fingerprint,
*> every record routed to it is enciphered into it, and its own trailer
*> closes it with the pass's count. The finished output then gets the
*> same quality check, send-list entry and register line as an encrypt,
*> plus its own op=ROUTED audit line.
810-route-pass.

	move 0 to counter.
	move 0 to charsEnciphered.
	move 0 to pass-read.
	move spaces to quality-status.
	move "N" to eof-switch.
	move psOutput(ps-i) to oChoice.
	move psKeyId(ps-i) to keyId.
	move psKeyword(ps-i) to keyword.
	move psKeyLength(ps-i) to keyLength.
	move psFingerprint(ps-i) to key-fingerprint.
	open input ifile.
	if ifile-status is not equal to "00"
		move ifile-status to psStatus(ps-i)
		display "Could not re-open '" function trim(fChoice) "' for routed output '" function trim(oChoice) "' (status " ifile-status ")."
	else
		open output ofile
		if ofile-status is not equal to "00"
			move ofile-status to psStatus(ps-i)
			display "Could not open routed output '" function trim(oChoice) "' (status " ofile-status ")."
		else
			move "00" to psStatus(ps-i)
			perform 091-write-header
			read ifile
				at end
					move "Y" to eof-switch
			end-read
			perform 820-route-record
				until eof-switch = "Y"
			perform 092-write-trailer
			close ofile
			move counter to psCount(ps-i)
			move charsEnciphered to psChars(ps-i)
			add counter to routed-total
			add charsEnciphered to routed-chars
			if pass-read is greater than route-read
				move pass-read to route-read
			end-if
			perform 040-check-cipher-quality
			perform 047-write-send-manifest
			if input-fingerprint is greater than 0
				move keyId to reg-keyid
				perform 038-record-processed-file
			end-if
		end-if
		close ifile
	end-if.
	perform 840-write-route-line.

*> Routes one input record: enciphered into this pass's output when the
*> first route it matches belongs to this pass, passed over otherwise -
*> another pass writes it. Truncation is counted on the first pass
*> only, so a record cut short is reported once, not once per output.
820-route-record.

	add 1 to pass-read.
	if route-read is equal to 0
		perform 024-count-truncation
	end-if.
	move word to string1.
	move function length(string1) to strLength.
	perform 300-cleanString.
	move "Y" to record-valid.
	if layout-active is equal to "Y"
		perform 182-validate-record
	end-if.
	move 0 to rt-pick.
	if record-valid is equal to "Y"
		perform 830-pick-route
	end-if.
	if rt-pick is greater than 0
		if rtPass(rt-pick) is equal to ps-i
			move 00000000 to cyphCount
			if cipher-mode is equal to "A"
				perform 165-seed-key-stream
			end-if
			perform 105-encipher-line
			add 1 to counter
			if quiet-switch is not equal to "Y"
				if strLength2 is greater than 0
					display outLine(1:strLength2)
				else
					display " "
				end-if
			end-if
			move outLine to outWord
			write out-record
		end-if
	end-if.
	read ifile
		at end
			move "Y" to eof-switch
	end-read.

*> Finds the first route the record in string1 matches - the catch-all
*> matches anything - and leaves its number in rt-pick. A record the
*> record layout refused is routed nowhere; it is in the suspense file.
830-pick-route.

	move 0 to rt-pick.
	perform varying rt-i from 1 by 1 until rt-i is greater than route-count
		or rt-pick is greater than 0
		if rtValue(rt-i) is equal to "*"
			move rt-i to rt-pick
		else
			perform 835-get-route-test
			if route-test is equal to rtValue(rt-i)
				move rt-i to rt-pick
			end-if
		end-if
	end-perform.

*> Takes the value route rt-i tests out of the record: its byte columns
*> for fixed records, or its delimited field in CSV record mode, with
*> the padding blanks trimmed either way.
835-get-route-test.

	move spaces to route-test.
	if record-format is equal to "C"
		move 1 to rt-n
		move 0 to rt-len
		perform varying rt-c from 1 by 1 until rt-c is greater than strLength2
			or rt-n is greater than rtFrom(rt-i)
			if str(rt-c) is equal to csv-delimiter
				add 1 to rt-n
			else
				if rt-n is equal to rtFrom(rt-i) and rt-len is less than 50
					add 1 to rt-len
					move str(rt-c) to route-test(rt-len:1)
				end-if
			end-if
		end-perform
	else
		if rtFrom(rt-i) is not greater than strLength2
			move string1(rtFrom(rt-i):rtTo(rt-i) - rtFrom(rt-i) + 1) to route-test
		end-if
	end-if.
	move function trim(route-test) to route-test.

*> Writes the op=ROUTED audit line for output pass ps-i: which output,
*> under which key, and how many records it received - the figures the
*> input's op=ROUTE line is reconciled from - or the status that kept
*> the output from being written at all.
840-write-route-line.

	move spaces to rpt-detail.
	if psStatus(ps-i) is equal to "00"
		move psCount(ps-i) to rpt-counter-ed
		move psChars(ps-i) to rpt-chars-ed
		move spaces to rpt-extra
		move 1 to rpt-ptr
		if quality-status is not equal to spaces
			string " quality=" delimited by size
				function trim(quality-status) delimited by size
				" cipher-ratio=" delimited by size
				cipher-ratio delimited by size
				into rpt-extra with pointer rpt-ptr
		end-if
		string "date=" delimited by size
			run-date delimited by size
			" file=" function trim(fChoice) delimited by size
			" op=ROUTED output=" function trim(oChoice) delimited by size
			" key=" function trim(keyId) delimited by size
			" records=" rpt-counter-ed delimited by size
			" chars-enciphered=" rpt-chars-ed delimited by size
			rpt-extra delimited by size
			into rpt-detail
	else
		string "date=" delimited by size
			run-date delimited by size
			" file=" function trim(fChoice) delimited by size
			" op=ROUTED output=" function trim(oChoice) delimited by size
			" key=" function trim(keyId) delimited by size
			" output-status=" psStatus(ps-i) delimited by size
			into rpt-detail
	end-if.
	perform 082-write-audit-line.

*> Looks up the records of the archived file named in fChoice whose
*> clear search field holds the value sought, under the run lock
*> 020-process-file has already taken out. The header's key fingerprint
*> is proven exactly as a decrypt proves it, every record's search field
*> is read as it stands - it is outside the field map, so in the clear
*> - and only a record that matches is ever deciphered: onto the
*> console, or into the result file when the run names one. Nothing
*> else in the file is deciphered, and no .dec is written. The result
*> file is a plaintext output like any other and goes in the plaintext
*> ledger; every file of a batch lookup adds its matches to the one
*> result file the run started.
900-look-up-one-file.

	move "00" to ofile-status.
	move spaces to oChoice.
	perform 070-open-input-file.
	if ifile-status is equal to "00"
		read ifile
			at end
				move "Y" to eof-switch
		end-read
		if eof-switch is not equal to "Y" and word(1:9) is equal to "CIPHERMSK"
			display "Lookup rejected: '" function trim(fChoice) "' is a masked extract - masking is one-way and cannot be decrypted."
			move "MASKED" to integrity-status
			move "Y" to header-error-switch
		else
		if eof-switch is not equal to "Y" and word(1:9) is equal to "CIPHERHDR"
			perform 023-validate-header
		else
			display "Lookup rejected: '" function trim(fChoice) "' carries no CIPHERHDR header, so its key cannot be proven."
			move "NOHEADER" to integrity-status
			move "Y" to header-error-switch
		end-if
		end-if
		if header-error-switch is not equal to "Y" and lu-result is not equal to spaces
			move lu-result to oChoice
			if lookup-result-open is equal to "Y"
				open extend ofile
			else
				open output ofile
				if ofile-status is equal to "00"
					move "Y" to lookup-result-open
					move oChoice to pt-name
					perform 039-record-plaintext-output
				end-if
			end-if
			if ofile-status is not equal to "00"
				display "Could not open result file '" function trim(oChoice) "' (status " ofile-status ")."
			end-if
		end-if
		if header-error-switch is not equal to "Y" and ofile-status is equal to "00"
			move "N" to eof-switch
			Display "+-----------------+"
			display "|Record Lookup    |"
			Display "+-----------------+"
			Display " "
			read ifile
				at end
					move "Y" to eof-switch
				not at end
					compute counter = counter + 1
					perform 024-count-truncation
			end-read
			perform 910-look-up-record
				until eof-switch = "Y"
			Display " "
			perform 093-check-trailer
			if lu-result is not equal to spaces
				close ofile
			end-if
			display "Lookup of '" function trim(fChoice) "' for " function trim(lu-field) " = '" function trim(lu-search) "' returned " lu-returned " of " counter " record(s)."
		end-if
		if header-error-switch is equal to "Y"
			move 8 to new-rc
			perform 099-raise-return-code
		end-if
		close ifile
	end-if.

*> Tests one record of a lookup - or, at the trailer of the headered
*> file, captures its counts for 093-check-trailer and ends the pass -
*> and deciphers it only when its search field holds the value sought.
910-look-up-record.

	if header-present is equal to "Y" and word(1:9) is equal to "CIPHERTRL"
		perform 205-capture-trailer
	else
		move word to string1
		move function length(string1) to strLength
		perform 300-cleanString
		perform 920-get-search-value
		if lu-value is equal to lu-search
			move 00000000 to cyphCount
			if cipher-mode is equal to "A"
				perform 165-seed-key-stream
			end-if
			perform 215-decipher-line
			add 1 to lu-returned
			if lu-result is equal to spaces
				if strLength2 is greater than 0
					display "Record " counter ": " outLine(1:strLength2)
				else
					display "Record " counter ":"
				end-if
			else
				move outLine to outWord
				write out-record
			end-if
		end-if
		read ifile
			at end
				move "Y" to eof-switch
			not at end
				compute counter = counter + 1
				perform 024-count-truncation
		end-read
	end-if.

*> Takes the search field out of the record in string1: its byte
*> columns for fixed records, or its delimited field in CSV record
*> mode, with the padding blanks trimmed either way - the same reading
*> 835-get-route-test gives a route's test.
920-get-search-value.

	move spaces to lu-value.
	if record-format is equal to "C"
		move 1 to lu-n
		move 0 to lu-len
		perform varying lu-c from 1 by 1 until lu-c is greater than strLength2
			or lu-n is greater than lu-from
			if str(lu-c) is equal to csv-delimiter
				add 1 to lu-n
			else
				if lu-n is equal to lu-from and lu-len is less than 50
					add 1 to lu-len
					move str(lu-c) to lu-value(lu-len:1)
				end-if
			end-if
		end-perform
	else
		if lu-from is not greater than strLength2
			move string1(lu-from:lu-to - lu-from + 1) to lu-value
		end-if
	end-if.
	move function trim(lu-value) to lu-value.

*> Builds the companion output filename the ciphered text is written to,
*> e.g. input.txt -> input.txt.enc / input.txt.dec, so a decrypt run can
*> simply be pointed at the file the encrypt run just produced. A masked
*> extract gets .msk, never .enc.
050-build-output-filename.

	move spaces to oChoice.
				string function trim(fChoice) delimited by size
					".rek" delimited by size
					into oChoice
			else
			if choice is equal to "m"
				string function trim(fChoice) delimited by size
					".msk" delimited by size
					into oChoice
			else
				string function trim(fChoice) delimited by size
					".dec" delimited by size
					into oChoice
			end-if
			end-if
		end-if
	end-if.

				string function trim(fChoice) delimited by size
					".r.ckpt" delimited by size
					into ckChoice
			else
			if choice is equal to "m"
				string function trim(fChoice) delimited by size
					".m.ckpt" delimited by size
					into ckChoice
			else
				string function trim(fChoice) delimited by size
					".d.ckpt" delimited by size
					into ckChoice
			end-if
			end-if
		end-if
	end-if.

					move ckpt-counter-in to resume-counter
					move ckpt-chars-in to resume-chars
					move ckpt-status-in to resume-status
					if ckpt-suspended-in is numeric
						move ckpt-suspended-in to resume-suspended
					else
						move 0 to resume-suspended
					end-if
			end-read
		end-perform
		close ckfile
	end-perform.
	move resume-counter to counter.
	move resume-chars to charsEnciphered.
	move resume-suspended to sus-count.

*> A checkpoint only proves the first resume-counter records were
*> written - anything ofile holds past that point was written between
*> ofile-status is the single status the caller checks to decide
*> whether the resumed output file is safe to extend, so any failure
*> in this paragraph - on either file - must be surfaced through it.
*> Records the earlier run held back in the suspense file never reached
*> the output, so they do not count towards the prefix kept.
	compute trunc-limit = resume-counter - resume-suspended.
*> A resumed encrypt's or re-key's output leads with the header
*> record, which the checkpoint's record count does not include -
*> keep it too.
		move ak-next-sym to akStr(ak-len)
	end-if.

*> Loads the record layout named by the profile's layout= for an
*> encrypt or split run. Each line carries one rule, as keyword=value:
*>   length=NNNN                 fixed records: the record length
*>   fields=NNNN                 CSV records: the field count
*>   field=a-b type=TYPE         fixed records: a column range
*>   field=N type=TYPE           CSV records: a field number
*> where TYPE is numeric, alpha, date (yyyymmdd) or notblank. A bad
*> layout is a setup error refused before any file is touched - a rule
*> half-understood would pass the very records it was written to stop.
180-load-record-layout.

	move 0 to layout-count.
	move 0 to layout-length.
	move 0 to layout-min-length.
	move 0 to layout-fields.
	move "N" to lay-eof.
	open input layfile.
	if layfile-status is not equal to "00"
		display "Could not open record layout '" function trim(layChoice) "' (status " layfile-status ")."
		move "Y" to key-error-switch
	else
		perform until lay-eof is equal to "Y"
			read layfile
				at end
					move "Y" to lay-eof
				not at end
					if layLine is not equal to spaces
						perform 181-store-layout-line
					end-if
			end-read
		end-perform
		close layfile
		if key-error-switch is not equal to "Y"
			if layout-count is equal to 0 and layout-length is equal to 0
				and layout-fields is equal to 0
				display "Record layout '" function trim(layChoice) "' names no rules."
				move "Y" to key-error-switch
			else
				move "Y" to layout-active
				perform varying ly-i from 1 by 1 until ly-i is greater than layout-count
					if lyType(ly-i) is equal to "notblank"
						and lyFrom(ly-i) is greater than layout-min-length
						move lyFrom(ly-i) to layout-min-length
					end-if
				end-perform
			end-if
		end-if
	end-if.

*> Validates and stores one layout line, given a leading blank so the
*> profile extractor finds its first keyword like any other.
181-store-layout-line.

	move spaces to job-text.
	string " " delimited by size
		layLine delimited by size
		into job-text.
	move "length=" to jp-work.
	perform 019-extract-profile-value.
	if jp-value is not equal to spaces
		move jp-value(1:8) to parse-field
		perform 012-parse-number
		if parse-ok is not equal to "Y" or parse-value is equal to 0
			or parse-value is greater than 2000 or record-format is equal to "C"
			display "Record layout '" function trim(layChoice) "' has a bad length= (CSV records take fields=): " function trim(layLine)
			move "Y" to key-error-switch
		else
			move parse-value to layout-length
		end-if
	else
	move "fields=" to jp-work
	perform 019-extract-profile-value
	if jp-value is not equal to spaces
		move jp-value(1:8) to parse-field
		perform 012-parse-number
		if parse-ok is not equal to "Y" or parse-value is equal to 0
			or parse-value is greater than 2000 or record-format is not equal to "C"
			display "Record layout '" function trim(layChoice) "' has a bad fields= (fixed records take length=): " function trim(layLine)
			move "Y" to key-error-switch
		else
			move parse-value to layout-fields
		end-if
	else
		move "type=" to jp-work
		perform 019-extract-profile-value
		move jp-value(1:8) to ly-type
		move "field=" to jp-work
		perform 019-extract-profile-value
		move spaces to rt-from-text
		move spaces to rt-to-text
		unstring jp-value delimited by "-"
			into rt-from-text rt-to-text
		end-unstring
		move rt-from-text to parse-field
		perform 012-parse-number
		move parse-value to ly-from-in
		move parse-value to ly-to-in
		if parse-ok is equal to "Y" and rt-to-text is not equal to spaces
			move rt-to-text to parse-field
			perform 012-parse-number
			move parse-value to ly-to-in
		end-if
		if ly-type is not equal to "numeric" and ly-type is not equal to "alpha"
			and ly-type is not equal to "date" and ly-type is not equal to "notblank"
			display "Record layout '" function trim(layChoice) "' has a rule without a type of numeric, alpha, date or notblank: " function trim(layLine)
			move "Y" to key-error-switch
		else
		if parse-ok is not equal to "Y" or ly-from-in is equal to 0
			or ly-from-in is greater than ly-to-in or ly-to-in - ly-from-in is greater than 49
			or (record-format is equal to "C" and ly-to-in is not equal to ly-from-in)
			display "Record layout '" function trim(layChoice) "' has a bad field=: " function trim(layLine)
			move "Y" to key-error-switch
		else
		if layout-count is equal to 50
			display "Record layout '" function trim(layChoice) "' names more than 50 field rules."
			move "Y" to key-error-switch
		else
			add 1 to layout-count
			move ly-from-in to lyFrom(layout-count)
			move ly-to-in to lyTo(layout-count)
			move ly-type to lyType(layout-count)
		end-if
		end-if
		end-if
	end-if
	end-if.

*> Judges the cleaned record in string1 against the layout, leaving
*> record-valid "N" and the reason code - SHORT, LONG, FIELDCOUNT,
*> BLANK, NOTNUMERIC, NOTALPHA or BADDATE - and the field it concerns
*> for the first rule the record breaks. The record length is taken
*> with trailing blanks dropped, as a line-sequential file stores it,
*> so LONG is judged on that; but a blank trailing field is no fault,
*> so SHORT means only that the record ends before the first column
*> of its last notblank field. Anything missing after that is left to
*> the field rules themselves.
182-validate-record.

	move "Y" to record-valid.
	move spaces to rec-reason.
	move spaces to rec-field.
	if layout-length is greater than 0
		if strLength2 is less than layout-min-length
			move "N" to record-valid
			move "SHORT" to rec-reason
		end-if
		if strLength2 is greater than layout-length
			move "N" to record-valid
			move "LONG" to rec-reason
		end-if
	end-if.
	if layout-fields is greater than 0
		move 1 to ly-fields-seen
		perform varying ly-c from 1 by 1 until ly-c is greater than strLength2
			if str(ly-c) is equal to csv-delimiter
				add 1 to ly-fields-seen
			end-if
		end-perform
		if ly-fields-seen is not equal to layout-fields
			move "N" to record-valid
			move "FIELDCOUNT" to rec-reason
		end-if
	end-if.
	perform varying ly-i from 1 by 1 until ly-i is greater than layout-count
		or record-valid is equal to "N"
		perform 183-check-layout-field
	end-perform.

*> Checks rule ly-i against its column range (or CSV field). A blank
*> value passes every type but notblank - a field that must be both
*> present and numeric takes two rules.
183-check-layout-field.

	move spaces to ly-value.
	if record-format is equal to "C"
		move 1 to ly-n
		move 0 to ly-len
		perform varying ly-c from 1 by 1 until ly-c is greater than strLength2
			or ly-n is greater than lyFrom(ly-i)
			if str(ly-c) is equal to csv-delimiter
				add 1 to ly-n
			else
				if ly-n is equal to lyFrom(ly-i) and ly-len is less than 50
					add 1 to ly-len
					move str(ly-c) to ly-value(ly-len:1)
				end-if
			end-if
		end-perform
	else
		if lyFrom(ly-i) is not greater than strLength2
			move string1(lyFrom(ly-i):lyTo(ly-i) - lyFrom(ly-i) + 1) to ly-value
		end-if
	end-if.
	move function trim(ly-value) to ly-value.
	if lyType(ly-i) is equal to "notblank"
		if ly-value is equal to spaces
			move "BLANK" to rec-reason
		end-if
	else
	if ly-value is equal to spaces
		continue
	else
	if lyType(ly-i) is equal to "alpha"
		if ly-value is not alphabetic
			move "NOTALPHA" to rec-reason
		end-if
	else
	if lyType(ly-i) is equal to "date"
		perform 184-check-date
	else
		move 0 to ly-dots
		move 0 to ly-digits
		move zero to ly-len
		inspect function reverse(ly-value)
			tallying ly-len for leading space
		compute ly-len = 50 - ly-len
		perform varying ly-c from 1 by 1 until ly-c is greater than ly-len
			if ly-value(ly-c:1) is numeric
				add 1 to ly-digits
			else
			if ly-value(ly-c:1) is equal to "."
				add 1 to ly-dots
			else
			if (ly-value(ly-c:1) is equal to "-" or ly-value(ly-c:1) is equal to "+")
				and ly-c is equal to 1
				continue
			else
				add 2 to ly-dots
			end-if
			end-if
			end-if
		end-perform
		if ly-digits is equal to 0 or ly-dots is greater than 1
			move "NOTNUMERIC" to rec-reason
		end-if
	end-if
	end-if
	end-if
	end-if.
	if rec-reason is not equal to spaces
		move "N" to record-valid
		move lyFrom(ly-i) to ly-from-ed
		if lyTo(ly-i) is equal to lyFrom(ly-i)
			move function trim(ly-from-ed) to rec-field
		else
			move lyTo(ly-i) to ly-to-ed
			string function trim(ly-from-ed) delimited by size
				"-" delimited by size
				function trim(ly-to-ed) delimited by size
				into rec-field
		end-if
	end-if.

*> A date must be eight digits, yyyymmdd, naming a day the calendar
*> actually has.
184-check-date.

	if ly-value(1:8) is not numeric or ly-value(9:42) is not equal to spaces
		move "BADDATE" to rec-reason
	else
		move ly-value(1:4) to ly-yyyy
		move ly-value(5:2) to ly-mm
		move ly-value(7:2) to ly-dd
		move 31 to ly-last-day
		if ly-mm is equal to 4 or ly-mm is equal to 6
			or ly-mm is equal to 9 or ly-mm is equal to 11
			move 30 to ly-last-day
		end-if
		if ly-mm is equal to 2
			move 28 to ly-last-day
			if function mod(ly-yyyy, 4) is equal to 0
				and (function mod(ly-yyyy, 100) is not equal to 0
					or function mod(ly-yyyy, 400) is equal to 0)
				move 29 to ly-last-day
			end-if
		end-if
		if ly-yyyy is less than 1601 or ly-mm is less than 1 or ly-mm is greater than 12
			or ly-dd is less than 1 or ly-dd is greater than ly-last-day
			move "BADDATE" to rec-reason
		end-if
	end-if.

*> Builds the suspense filename the records a layout refuses are held
*> in, e.g. input.txt -> input.txt.sus.
186-build-suspense-filename.

	move spaces to susChoice.
	string function trim(fChoice) delimited by size
		".sus" delimited by size
		into susChoice.

*> Holds the record in string1 back from the cipher: it goes to the
*> suspense file with its record number, reason code and field, never
*> into the output. The suspense file is opened on the first record it
*> takes - the extend-with-output-fallback open of 080-open-report, so
*> a resumed run adds to what the earlier run held back - and goes in
*> the plaintext ledger, since it holds the records in clear. Past the
*> profile's suspend-limit the file fails: what is left of the extract
*> is not worth shipping.
187-write-suspense-record.

	if sus-open is not equal to "Y"
		open extend susfile
		if susfile-status is equal to "05" or susfile-status is equal to "35"
			open output susfile
		end-if
		if susfile-status is equal to "00"
			move "Y" to sus-open
			move susChoice to pt-name
			perform 039-record-plaintext-output
		else
			display "Could not open suspense file '" function trim(susChoice) "' (status " susfile-status ")."
		end-if
	end-if.
	add 1 to sus-count.
	if sus-open is equal to "Y"
		move spaces to suspense-record
		move counter to susRecordNo
		move rec-reason to susReason
		move rec-field to susField
		move string1 to susData
		write suspense-record
	end-if.
	if quiet-switch is not equal to "Y"
		display "Record " counter " suspended: " function trim(rec-reason) " " function trim(rec-field)
	end-if.
	if susfile-status is not equal to "00"
		or (suspend-limit-set is equal to "Y" and sus-count is greater than suspend-limit)
		if susfile-status is equal to "00"
			display "'" function trim(fChoice) "' failed: more than " suspend-limit " record(s) suspended - the file will not ship."
			move "SUSPLIMIT" to integrity-status
		else
			move "NOSUSPENSE" to integrity-status
		end-if
		move "Y" to header-error-switch
	end-if.

*> A checkpoint proves only the first resume-suspended suspense records
*> were written - anything past them was held back between the last
*> checkpoint and the interruption and will be judged again - so the
*> suspense file is cut back to that prefix, the way 088-truncate-output
*> cuts back the output.
188-truncate-suspense.

	if resume-suspended is equal to 0
		call "CBL_DELETE_FILE" using susChoice
		move 0 to return-code
	else
		move spaces to otmpChoice
		string function trim(susChoice) delimited by size
			".rsm" delimited by size
			into otmpChoice
		open input susfile
		if susfile-status is equal to "00"
			open output otmpfile
			if otmpfile-status is equal to "00"
				move "N" to trunc-eof
				perform varying skip-i from 1 by 1 until skip-i is greater than resume-suspended
					or trunc-eof is equal to "Y"
					read susfile
						at end
							move "Y" to trunc-eof
						not at end
							move suspense-record to otmpLine
							write otmp-record
					end-read
				end-perform
				close otmpfile
				close susfile
				open input otmpfile
				open output susfile
				if otmpfile-status is equal to "00" and susfile-status is equal to "00"
					move "N" to trunc-eof
					perform until trunc-eof is equal to "Y"
						read otmpfile
							at end
								move "Y" to trunc-eof
							not at end
								move otmpLine to suspense-record
								write suspense-record
						end-read
					end-perform
				end-if
				close otmpfile
				close susfile
				call "CBL_DELETE_FILE" using otmpChoice
				move 0 to return-code
			else
				close susfile
			end-if
		end-if
	end-if.

*> Encrypts the user inputted file.
100-encrypt.

	move word to string1.
	move function length(string1) to strLength.
	perform 300-cleanString.
	move "Y" to record-valid.
	if layout-active is equal to "Y"
		perform 182-validate-record
	end-if.
	if record-valid is not equal to "Y"
		perform 187-write-suspense-record
	else
		perform 105-encipher-line

*> Displays and writes the whole record as one line, preserving the
*> original in-record layout instead of breaking on every punctuation
*> mark or digit.
		if quiet-switch is not equal to "Y"
			if strLength2 is greater than 0
				display outLine(1:strLength2)
			else
				display " "
			end-if
		end-if
		move outLine to outWord
		write out-record
	end-if.

*> Checkpoints on the record just written (counter), before the
*> look-ahead read below advances counter to the next record - a
*> checkpoint must never claim a record was written before it was.
	if function mod(counter, checkpoint-interval) is equal to zero
		perform 095-write-checkpoint
	end-if.

	if quiet-switch is equal to "Y"
		compute progress-bytes = progress-bytes + strLength2 + 1
		if function mod(counter, progress-interval) is equal to zero
			perform 097-show-progress
		end-if
	end-if.

*> The cutoff clock is only read on the checkpoint cadence, so a
*> multi-million-record run is not paying for a time-of-day call per
*> record; the run overshoots the cutoff by at most one checkpoint
*> interval, always at a record boundary the checkpoint just proved.
	if cutoff-active is equal to "Y"
		and function mod(counter, checkpoint-interval) is equal to zero
		perform 089-check-cutoff
	end-if.

	if suspend-switch is equal to "Y" or header-error-switch is equal to "Y"
		move "Y" to eof-switch
	else
		read ifile
			at end
				move "Y" to eof-switch
			not at end
				compute counter = counter + 1
				perform 024-count-truncation
		end-read
	end-if.

*> Enciphers the cleaned record in string1 into string2 (outLine) under
*> the current key - shared by 100-encrypt and the routed passes of a
*> split run, so every output is enciphered exactly alike.
105-encipher-line.

*> Loops through the cypher, calculates an offset to appropriately scale the alpha loop
	move string1 to string2.
		end-if
	end-perform.

*> Decrypts one record of the input, unless that record is the trailer
*> of a headered file - the trailer is bookkeeping for 093-check-trailer,
*> not ciphertext, and ends the run.
200-decrypt.

	if header-present is equal to "Y" and word(1:9) is equal to "CIPHERTRL"
		perform 205-capture-trailer
	else
		perform 210-decrypt-record
	end-if.

*> Captures the counts the trailer promises and backs the trailer
*> itself out of the record count - only data records reconcile.
205-capture-trailer.

	move word(11:8) to trailer-records-in.
	move word(20:8) to trailer-chars-in.
	move "Y" to trailer-found.
	subtract 1 from counter.
	move "Y" to eof-switch.

*> Decrypts encrypted code for the user.
210-decrypt-record.

	move 00000000 to cyphCount
	if cipher-mode is equal to "A"
		perform 165-seed-key-stream
	end-if
	move word to string1.
	move function length(string1) to strLength.
	perform 300-cleanString.
	perform 215-decipher-line.

	if quiet-switch is not equal to "Y"
		if strLength2 is greater than 0
			display outLine(1:strLength2)
		end-read
	end-if.

*> Deciphers the cleaned record in string1 into string2 (outLine) under
*> the current key - shared by 210-decrypt-record and the matched
*> records of a lookup, so both decipher exactly alike.
215-decipher-line.

*> Loops through the cypher, calculates an offset to appropriately scale the alpha loop
	move string1 to string2.
		end-if
	end-perform.

*> Removes trailing zeros from the sting to clean up the lengths.
300-cleanString.

	move rk-keyword to keyword.
	move rk-keylength to keyLength.

*> Seeds the run's masking secret. The date and the time of day the run
*> started make the tokens differ from run to run, but both are on
*> record - in the CIPHERMSK header and on the op=RUN audit line - so
*> on their own they would let anyone rebuild the tokens of a short
*> value by trying every candidate. Folded in on top is the site secret
*> kept in CIPHER-MASKSECRET.DAT, a file only the batch id may read,
*> which is never copied into any output, header or audit line. The
*> seed lives only in working storage, so the tokens are consistent
*> for every file of this run (test joins still work). Without a secret
*> of at least 16 characters masking is refused.
605-seed-mask.

	accept progress-time from time.
	compute mask-salt = function mod(
		run-date * 7919 + progress-time * 31 + job-start-secs,
		999999999999999989).
	move 0 to mask-secret-len.
	move "N" to msk-eof.
	open input mskfile.
	if mskfile-status is equal to "00"
		perform until msk-eof is equal to "Y"
			read mskfile
				at end
					move "Y" to msk-eof
				not at end
					perform varying mk-i from 1 by 1 until mk-i is greater than 250
						if mskLine(mk-i:1) is not equal to space
							add 1 to mask-secret-len
							compute mask-salt = function mod(
								mask-salt * 131 + function ord(mskLine(mk-i:1)),
								999999999999999989)
						end-if
					end-perform
			end-read
		end-perform
		close mskfile
	end-if.
	move spaces to mskLine.
	if mask-secret-len is less than 16
		display "Masking needs the site secret in CIPHER-MASKSECRET.DAT (at least 16 characters) - no extract was masked."
		move 12 to return-code
		stop run
	end-if.

*> Masks one record: every mapped column range, or every mapped CSV
*> field, is replaced by a one-way token of its value. Unmapped columns
*> and the CSV delimiters pass through untouched, exactly as an encrypt
*> leaves them.
600-mask.

	move 00000000 to cyphCount.
	move word to string1.
	move function length(string1) to strLength.
	perform 300-cleanString.
	move string1 to string2.
	if record-format is equal to "C"
		perform 610-mask-csv-fields
	else
		perform varying fm-i from 1 by 1 until fm-i is greater than fieldmap-count
			move fmStart(fm-i) to mask-from
			move fmEnd(fm-i) to mask-to
			if mask-to is greater than strLength2
				move strLength2 to mask-to
			end-if
			if mask-from is not greater than mask-to
				perform 620-mask-span
			end-if
		end-perform
	end-if.

	if quiet-switch is not equal to "Y"
		if strLength2 is greater than 0
			display outLine(1:strLength2)
		else
			display " "
		end-if
	end-if.
	move outLine to outWord.
	write out-record.

*> Checkpoints on the record just written (counter), before the
*> look-ahead read below advances counter to the next record - a
*> checkpoint must never claim a record was written before it was.
	if function mod(counter, checkpoint-interval) is equal to zero
		perform 095-write-checkpoint
	end-if.

	if quiet-switch is equal to "Y"
		compute progress-bytes = progress-bytes + strLength2 + 1
		if function mod(counter, progress-interval) is equal to zero
			perform 097-show-progress
		end-if
	end-if.

*> The cutoff clock is only read on the checkpoint cadence, so a
*> multi-million-record run is not paying for a time-of-day call per
*> record; the run overshoots the cutoff by at most one checkpoint
*> interval, always at a record boundary the checkpoint just proved.
	if cutoff-active is equal to "Y"
		and function mod(counter, checkpoint-interval) is equal to zero
		perform 089-check-cutoff
	end-if.

	if suspend-switch is equal to "Y"
		move "Y" to eof-switch
	else
		read ifile
			at end
				move "Y" to eof-switch
			not at end
				compute counter = counter + 1
				perform 024-count-truncation
		end-read
	end-if.

*> Finds each run of mapped characters in a CSV record - one delimited
*> field, since 155-check-csv-field never counts the delimiter itself in
*> scope - and masks it as one value.
610-mask-csv-fields.

	move 0 to mask-from.
	perform varying i from 1 by 1 until i is greater than strLength2
		perform 150-check-field-map
		if field-in-map is equal to "Y"
			if mask-from is equal to 0
				move i to mask-from
			end-if
		else
			if mask-from is greater than 0
				compute mask-to = i - 1
				perform 620-mask-span
				move 0 to mask-from
			end-if
		end-if
	end-perform.
	if mask-from is greater than 0
		move strLength2 to mask-to
		perform 620-mask-span
	end-if.

*> Replaces the value in str(mask-from) through str(mask-to) with its
*> token. The blanks padding a fixed-column value are not part of it,
*> so "12345   " in one file and "12345" in a CSV masks the same. The
*> whole value is folded with the run's secret first, so every token
*> character depends on every value character; the token is then drawn
*> from a squaring stream over that fold - not the linear key stream a
*> cipher uses, so there is no shift to solve for. Digits stay digits
*> and letters stay letters of the same case, so downstream field edits
*> still pass; anything else is left as it was.
620-mask-span.

	perform until mask-from is greater than mask-to
		or str(mask-from) is not equal to space
		add 1 to mask-from
	end-perform.
	perform until mask-to is less than mask-from
		or str(mask-to) is not equal to space
		subtract 1 from mask-to
	end-perform.
	if mask-from is not greater than mask-to
		move mask-salt to mask-seed
		perform varying mk-i from mask-from by 1 until mk-i is greater than mask-to
			compute mask-seed = function mod(
				mask-seed * 31 + function ord(str(mk-i)),
				999999999999999989)
		end-perform
		compute mask-stream = function mod(mask-seed, 99999989)
		perform varying mk-i from mask-from by 1 until mk-i is greater than mask-to
			compute mask-pos = mk-i - mask-from + 1
			compute mask-stream = function mod(
				mask-stream * mask-stream + mask-seed + mask-pos * 7919,
				99999989)
			divide mask-stream by 7 giving mask-pick
			if str(mk-i) is numeric
				move function char(function mod(mask-pick, 10) + 49)
					to outStr(mk-i)
				add 1 to charsEnciphered
			else
			if str(mk-i) is not less than "A" and str(mk-i) is not greater than "Z"
				move function char(function mod(mask-pick, 26) + 66)
					to outStr(mk-i)
				add 1 to charsEnciphered
			else
			if str(mk-i) is not less than "a" and str(mk-i) is not greater than "z"
				move function char(function mod(mask-pick, 26) + 98)
					to outStr(mk-i)
				add 1 to charsEnciphered
			end-if
			end-if
			end-if
		end-perform
	end-if.

*> Writes the header record that leads every masked extract. It carries
*> the original filename and the run date like a cipher header, but its
*> own CIPHERMSK tag and no key fingerprint or key id - there is no key
*> - so nothing downstream can mistake it for a decryptable .enc.
630-write-mask-header.

	move spaces to outWord.
	move "CIPHERMSK" to outWord(1:9).
	move fChoice to outWord(11:50).
	move run-date to outWord(62:8).
	write out-record.

*> Periodically records how many records have been written so far, so
*> a re-run after an abend can resume from here instead of reprocessing
*> the whole file.
	move counter to ckpt-counter-in.
	move charsEnciphered to ckpt-chars-in.
	move "INCOMPLETE" to ckpt-status-in.
	move sus-count to ckpt-suspended-in.
	write checkpoint-record.

*> Marks the checkpoint file complete once the whole input file has
	move counter to ckpt-counter-in.
	move charsEnciphered to ckpt-chars-in.
	move "COMPLETE" to ckpt-status-in.
	move sus-count to ckpt-suspended-in.
	write checkpoint-record.

*> Decides whether the clock has passed the batch-window cutoff. A
