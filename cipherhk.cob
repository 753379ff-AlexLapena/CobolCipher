*>Alex Lapena
*>Cipher housekeeping - rolls the audit log into dated generations,
*>purges finished checkpoint files and orphaned resume scratch files,
*>and securely sweeps the plaintext decrypt and verify runs leave behind.

identification division.
program-id. cipherhk.
	select ckfile	assign to ckName
		organization is line sequential
		file status is ckfile-status.
	select ptfile	assign to "CIPHER-PLAINTEXT.DAT"
		organization is line sequential
		file status is ptfile-status.
	select holdfile	assign to "CIPHER-INUSE.DAT"
		organization is line sequential
		file status is holdfile-status.
	select resfile	assign to "CIPHER-RESIDUE.RPT"
		organization is line sequential
		file status is resfile-status.

data division.
	file section.
	fd rptfile.
	01 report-record.
		05 rptLine	pic x(828).
	fd genfile.
	01 gen-record.
		05 genLine	pic x(40).
					pic 9(8).
		05 ckpt-status-in
					pic x(10).
*> Records the cipher has held back in the suspense file so far - blank
*> in a checkpoint written before record validation existed.
		05 ckpt-suspended-in
					pic 9(8).
	fd ptfile.
	01 plaintext-record.
		05 ptLine	pic x(250).
	fd holdfile.
	01 hold-record.
		05 holdLine	pic x(250).
	fd resfile.
	01 residue-record.
		05 resLine	pic x(132).

working-storage section.

		05 gen-eof		pic x value "N".
		05 ckpt-eof		pic x value "N".
		05 file-known	pic x value "N".
		05 ptfile-status
						pic xx.
		05 holdfile-status
						pic xx.
		05 resfile-status
						pic xx.
		05 pt-eof		pic x value "N".
		05 hold-eof		pic x value "N".
		05 file-held	pic x.
		05 ow-ok		pic x.
	01 counters.
		05 retain-count	pic 9(3) value 4.
		05 age-days		pic 9(3) value 7.
		05 file-age		pic s9(8).
		05 today-int	pic 9(8).
		05 file-int		pic 9(8).
		05 hold-hours	pic 9(4) value 24.
		05 pt-count		pic 9(3) value 0.
		05 hold-count	pic 9(3) value 0.
		05 pt-i			pic 9(3).
		05 pts-removed	pic 9(3) value 0.
		05 pts-on-disk	pic 9(3) value 0.
		05 pts-held		pic 9(3) value 0.
		05 pts-failed	pic 9(3) value 0.
		05 pts-overflow	pic 9(5) value 0.
		05 hold-overflow
						pic 9(5) value 0.
		05 age-minutes	pic s9(9).
		05 now-hh		pic 99.
		05 now-mm		pic 99.
		05 hk-rc		pic 99 value 0.
	01 run-date			pic 9(8).
	01 file-ymd			pic 9(8).
	01 last-ckpt-status	pic x(10).
		05 parm-line		pic x(200).
		05 parm-retain		pic x(8).
		05 parm-age			pic x(8).
		05 parm-hold		pic x(8).

	01 audit-file-table.
		05 auditFileName occurs 500 times
	01 generation-table.
		05 genEntry occurs 100 times
						pic x(40).
*> Every plaintext file known to exist or to have existed: those the
*> cipher entered in CIPHER-PLAINTEXT.DAT, and any .dec or .vfy of an
*> audited file it made before the ledger was kept. The state is R
*> removed, H held as in use, L held under a live run lock, W within the
*> holding period, F past it but not removed, G no longer on disk.
	01 plaintext-table.
		05 plaintext-entry occurs 500 times.
			10 ptName	pic x(50).
			10 ptSource	pic x(50).
			10 ptOp		pic x.
			10 ptEntry	pic x(250).
			10 ptAge	pic 9(6).
			10 ptState	pic x.
	01 hold-table.
		05 holdName occurs 200 times
						pic x(50).
	01 parse-field		pic x(8).
	01 parse-value		pic 9(8).
	01 parse-ok			pic x.
	01 parse-len		pic 9.
	01 hk-junk			pic x(828).
	01 hk-rest			pic x(828).
	01 hk-fname			pic x(50).
	01 ckName			pic x(60).
	01 targetName		pic x(70).
	01 scanName			pic x(40).
	01 newGenName		pic x(40).
	01 rptName			pic x(20) value "CIPHER-AUDIT.LOG".
	01 now-time			pic 9(8).
	01 pt-fname			pic x(50).
	01 pt-source		pic x(50).
	01 pt-op			pic x.
	01 pt-detail		pic x(250).
	01 lckName			pic x(60).
	01 detail-line		pic x(132).
	01 age-ed			pic z(5)9.
	01 count-ed			pic zz9.
	01 overflow-ed		pic zzzz9.
	01 state-text		pic x(25).
	01 res-ptr			pic 9(3).
	01 pt-suffix-list	pic x(8) value ".dec.vfy".
	01 pt-suffix-entries redefines pt-suffix-list.
		05 ptSuffix occurs 2 times
						pic x(4).
*> Byte-stream handles for overwriting a plaintext file in place before
*> it is deleted - opened read/write, so the file keeps its length and
*> every byte of it is replaced rather than the file being truncated.
	01 ow-access		pic x comp-x value 3.
	01 ow-deny			pic x comp-x value 3.
	01 ow-device		pic x comp-x value 0.
	01 ow-handle		pic x(4).
	01 ow-offset		pic x(8) comp-x.
	01 ow-count			pic x(4) comp-x.
	01 ow-flags			pic x comp-x value 0.
	01 ow-remaining		pic 9(18).
	01 ow-buffer		pic x(1024) value low-values.

	01 ck-suffix-list	pic x(35) value ".e.ckpt.d.ckpt.v.ckpt.r.ckpt.m.ckpt".
	01 ck-suffix-entries redefines ck-suffix-list.
		05 ckSuffix occurs 5 times
						pic x(7).
	01 out-suffix-list	pic x(20) value ".enc.dec.vfy.rek.msk".
	01 out-suffix-entries redefines out-suffix-list.
		05 outSuffix occurs 5 times
						pic x(4).

	01 file-info.
		05 fi-day		pic x comp-x.
		05 fi-month		pic x comp-x.
		05 fi-year		pic x(2) comp-x.
		05 fi-hour		pic x comp-x.
		05 fi-minute	pic x comp-x.
		05 fi-second	pic x comp-x.
		05 fi-hundredth	pic x comp-x.

procedure division.

	perform 310-load-generations.
	perform 100-scan-audit-logs.
	perform 200-purge-work-files.
	perform 400-sweep-plaintext.
	perform 300-roll-audit-log.
	perform 320-purge-old-generations.
	perform 330-rewrite-generations.

	display "Housekeeping done: " ckpts-deleted " checkpoint(s), "
		rsms-deleted " scratch file(s), " pts-removed " plaintext file(s), "
		gens-deleted " old audit generation(s) removed.".

*> 0 = clean; 4 = plaintext past the holding period is still on disk
*> because it could not be overwritten and deleted, or the ledger
*> outgrew the plaintext table - the operator must clear it by hand;
*> 8 = the in-use list outgrew the hold table and the sweep was refused.
	move hk-rc to return-code.
	stop run.

*> Reads RETAIN-GENERATIONS, CHECKPOINT-AGE-DAYS and HOLD-HOURS (how
*> long decrypted or verified plaintext may stay on disk) from the
*> command line so the weekly scheduler job can set site policy,
*> falling back to prompts (and then to the shipped defaults) for a
*> person at a keyboard - the same parameter pattern the cipher program
*> uses.
010-get-parameters.

	accept parm-line from command-line.
		accept parm-retain
		display "Delete COMPLETE checkpoints older than how many days (blank for " age-days ")?"
		accept parm-age
		display "Remove decrypted and verified plaintext older than how many hours (blank for " hold-hours ")?"
		accept parm-hold
	else
		unstring parm-line delimited by all spaces
			into parm-retain parm-age parm-hold
		end-unstring
	end-if.
	move parm-retain to parse-field.
	if parse-ok is equal to "Y"
		move parse-value to age-days
	end-if.
	move parm-hold to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is less than 10000
		move parse-value to hold-hours
	end-if.

*> Turns an operator- or parm-supplied number, typed without leading
*> zeroes, into a binary-usable value - a plain alphanumeric-to-numeric
200-purge-work-files.

	perform varying hk-i from 1 by 1 until hk-i is greater than file-count
		perform varying hk-j from 1 by 1 until hk-j is greater than 5
			move spaces to ckName
			string function trim(auditFileName(hk-i)) delimited by size
				ckSuffix(hk-j) delimited by size
		end-perform
		close genfile
	end-if.

*> Sweeps the plaintext that decrypt and verify runs leave on disk. A
*> file past the holding period is overwritten in place and then
*> deleted, unless it is listed in CIPHER-INUSE.DAT or the run that
*> made it is still holding its lock. CIPHER-RESIDUE.RPT then names
*> what was removed and every plaintext file still on disk with its
*> age, flagging any past the holding period that could not be removed.
400-sweep-plaintext.

	move 0 to pt-count.
	perform 410-load-plaintext-ledger.
	perform 420-add-audited-residue.
	perform 430-load-hold-list.
	accept now-time from time.
	move now-time(1:2) to now-hh.
	move now-time(3:2) to now-mm.
*> An in-use list longer than the hold table cannot be trusted to hold
*> everything operations listed, so nothing at all is overwritten.
	if hold-overflow is greater than 0
		display "Plaintext sweep refused: CIPHER-INUSE.DAT lists more than 200 files (" hold-overflow " past the limit) - nothing overwritten."
	end-if.
	perform varying pt-i from 1 by 1 until pt-i is greater than pt-count
		perform 440-judge-plaintext-file
	end-perform.
	move 0 to return-code.
	perform 460-write-residue-report.
*> A ledger longer than the plaintext table was only partly loaded, and
*> rewriting it from the table would drop the rest unswept - it is left
*> as it stands for the next run.
	if pts-overflow is greater than 0
		display "Plaintext ledger holds more than 500 files (" pts-overflow " past the limit) - CIPHER-PLAINTEXT.DAT left unchanged."
	else
		perform 470-rewrite-ledger
	end-if.
	if pts-failed is greater than 0 or pts-overflow is greater than 0
		move 4 to hk-rc
	end-if.
	if hold-overflow is greater than 0
		move 8 to hk-rc
	end-if.

*> Loads every plaintext file the cipher recorded, keeping the newest
*> ledger line for each.
410-load-plaintext-ledger.

	move "N" to pt-eof.
	open input ptfile.
	if ptfile-status is equal to "00"
		perform until pt-eof is equal to "Y"
			read ptfile
				at end
					move "Y" to pt-eof
				not at end
					move spaces to hk-junk
					move spaces to hk-rest
					move spaces to pt-fname
					unstring ptLine delimited by " file=" into hk-junk hk-rest
					end-unstring
					unstring hk-rest delimited by all spaces into pt-fname
					end-unstring
					move spaces to hk-rest
					move spaces to pt-source
					unstring ptLine delimited by " source=" into hk-junk hk-rest
					end-unstring
					unstring hk-rest delimited by all spaces into pt-source
					end-unstring
					move spaces to hk-rest
					move space to pt-op
					unstring ptLine delimited by " op=" into hk-junk hk-rest
					end-unstring
					move hk-rest(1:1) to pt-op
					move ptLine to pt-detail
					perform 415-store-plaintext-name
			end-read
		end-perform
		close ptfile
	end-if.

*> Adds pt-fname to the plaintext table once; a later ledger line for
*> the same file - a rerun that wrote it again - replaces the earlier.
415-store-plaintext-name.

	if pt-fname is not equal to spaces
		move 0 to hk-j
		perform varying hk-i from 1 by 1 until hk-i is greater than pt-count
			if ptName(hk-i) is equal to pt-fname
				move hk-i to hk-j
			end-if
		end-perform
		if hk-j is equal to 0
			if pt-count is less than 500
				add 1 to pt-count
				move pt-count to hk-j
			else
				add 1 to pts-overflow
			end-if
		end-if
		if hk-j is greater than 0
			move pt-fname to ptName(hk-j)
			move pt-source to ptSource(hk-j)
			move pt-op to ptOp(hk-j)
			move pt-detail to ptEntry(hk-j)
			move 0 to ptAge(hk-j)
			move space to ptState(hk-j)
		end-if
	end-if.

*> Adds the .dec or .vfy of every audited file that is on disk but not
*> in the ledger - plaintext made before the ledger was kept, or by a
*> run that could not write to it.
420-add-audited-residue.

	perform varying pt-i from 1 by 1 until pt-i is greater than file-count
		perform varying hk-j from 1 by 1 until hk-j is greater than 2
			move spaces to targetName
			string function trim(auditFileName(pt-i)) delimited by size
				ptSuffix(hk-j) delimited by size
				into targetName
			call "CBL_CHECK_FILE_EXIST" using targetName file-info
			if return-code is equal to 0 and targetName(51:1) is equal to space
				move "N" to file-known
				perform varying hk-i from 1 by 1 until hk-i is greater than pt-count
					if ptName(hk-i) is equal to targetName
						move "Y" to file-known
					end-if
				end-perform
				if file-known is equal to "N"
					move targetName to pt-fname
					move auditFileName(pt-i) to pt-source
					move ptSuffix(hk-j)(2:1) to pt-op
					move spaces to pt-detail
					perform 415-store-plaintext-name
				end-if
			end-if
		end-perform
	end-perform.
	move 0 to return-code.

*> Loads CIPHER-INUSE.DAT, the files operations has said must stay put -
*> one per line, as file=NAME or just the name, with anything after it
*> (who, why) left for the reader.
430-load-hold-list.

	move 0 to hold-count.
	move "N" to hold-eof.
	open input holdfile.
	if holdfile-status is equal to "00"
		perform until hold-eof is equal to "Y"
			read holdfile
				at end
					move "Y" to hold-eof
				not at end
					move spaces to hk-junk
					move spaces to hk-rest
					move spaces to pt-fname
					unstring holdLine delimited by "file=" into hk-junk hk-rest
					end-unstring
					if hk-rest is equal to spaces
						move holdLine to hk-rest
					end-if
					move function trim(hk-rest) to hk-rest
					unstring hk-rest delimited by all spaces into pt-fname
					end-unstring
					if pt-fname is not equal to spaces
						if hold-count is less than 200
							add 1 to hold-count
							move pt-fname to holdName(hold-count)
						else
							add 1 to hold-overflow
						end-if
					end-if
			end-read
		end-perform
		close holdfile
	end-if.

*> Ages one plaintext file by its last-written time and decides its
*> fate: held, within the holding period, or overwritten and deleted.
440-judge-plaintext-file.

	move spaces to targetName.
	move ptName(pt-i) to targetName.
	call "CBL_CHECK_FILE_EXIST" using targetName file-info.
	if return-code is not equal to 0
		move "G" to ptState(pt-i)
	else
		move fi-year to file-ymd(1:4)
		move fi-month to file-ymd(5:2)
		move fi-day to file-ymd(7:2)
		compute file-int = function integer-of-date(file-ymd)
		compute age-minutes = (today-int - file-int) * 1440
			+ now-hh * 60 + now-mm - fi-hour * 60 - fi-minute
		if age-minutes is less than 0
			move 0 to age-minutes
		end-if
		compute ptAge(pt-i) = age-minutes / 60
		move "N" to file-held
		perform varying hk-i from 1 by 1 until hk-i is greater than hold-count
			if holdName(hk-i) is equal to ptName(pt-i)
				move "Y" to file-held
			end-if
		end-perform
		move spaces to lckName
		string function trim(ptSource(pt-i)) delimited by size
			".lck" delimited by size
			into lckName
		if file-held is equal to "Y"
			move "H" to ptState(pt-i)
		else
			call "CBL_CHECK_FILE_EXIST" using lckName file-info
			if return-code is equal to 0 and ptSource(pt-i) is not equal to spaces
				move "L" to ptState(pt-i)
			else
				if age-minutes is less than hold-hours * 60
					move "W" to ptState(pt-i)
				else
				if hold-overflow is greater than 0
					move "F" to ptState(pt-i)
				else
					call "CBL_CHECK_FILE_EXIST" using targetName file-info
					perform 450-overwrite-file
					if ow-ok is equal to "Y"
						call "CBL_DELETE_FILE" using targetName
						if return-code is equal to 0
							move "R" to ptState(pt-i)
							add 1 to pts-removed
							display "Overwrote and deleted plaintext '" function trim(targetName) "'."
						else
							move "F" to ptState(pt-i)
							display "Overwrote plaintext '" function trim(targetName) "' but could not delete it."
						end-if
					else
						move "F" to ptState(pt-i)
						display "Could not overwrite plaintext '" function trim(targetName) "' - left in place."
					end-if
				end-if
				end-if
			end-if
		end-if
	end-if.
	move 0 to return-code.

*> Overwrites every byte of the file in targetName, whose size the last
*> CBL_CHECK_FILE_EXIST left in file-info, so the deleted plaintext
*> cannot be read back from the freed disk blocks.
450-overwrite-file.

	move "N" to ow-ok.
	move fi-size to ow-remaining.
	call "CBL_OPEN_FILE" using targetName ow-access ow-deny ow-device ow-handle.
	if return-code is equal to 0
		move "Y" to ow-ok
		move 0 to ow-offset
		perform until ow-remaining is equal to 0 or ow-ok is equal to "N"
			if ow-remaining is greater than 1024
				move 1024 to ow-count
			else
				move ow-remaining to ow-count
			end-if
			call "CBL_WRITE_FILE" using ow-handle ow-offset ow-count ow-flags ow-buffer
			if return-code is equal to 0
				add ow-count to ow-offset
				subtract ow-count from ow-remaining
			else
				move "N" to ow-ok
			end-if
		end-perform
		call "CBL_FLUSH_FILE" using ow-handle
		call "CBL_CLOSE_FILE" using ow-handle
	end-if.

*> Writes CIPHER-RESIDUE.RPT: what this sweep removed, then every
*> plaintext file still on disk with its age and why it is still there.
460-write-residue-report.

	open output resfile.
	if resfile-status is not equal to "00"
		display "Could not open CIPHER-RESIDUE.RPT (status " resfile-status ")."
	else
		move spaces to detail-line
		move hold-hours to age-ed
		string "PLAINTEXT RESIDUE  date=" delimited by size
			run-date delimited by size
			" " delimited by size
			now-time(1:2) delimited by size
			":" delimited by size
			now-time(3:2) delimited by size
			"  holding-period=" delimited by size
			function trim(age-ed) delimited by size
			"h" delimited by size
			into detail-line
		perform 490-put-line
		if hold-overflow is greater than 0
			move spaces to detail-line
			move hold-overflow to overflow-ed
			string "*** SWEEP REFUSED: CIPHER-INUSE.DAT lists more than 200 files (" delimited by size
				function trim(overflow-ed) delimited by size
				" past the limit) - nothing was overwritten" delimited by size
				into detail-line
			perform 490-put-line
		end-if
		if pts-overflow is greater than 0
			move spaces to detail-line
			move pts-overflow to overflow-ed
			string "*** LEDGER OVERFLOW: more than 500 plaintext files (" delimited by size
				function trim(overflow-ed) delimited by size
				" past the limit not swept or listed) - ledger left unchanged" delimited by size
				into detail-line
			perform 490-put-line
		end-if
		move spaces to detail-line
		perform 490-put-line
		move "REMOVED (overwritten and deleted)" to detail-line
		perform 490-put-line
		perform varying pt-i from 1 by 1 until pt-i is greater than pt-count
			if ptState(pt-i) is equal to "R"
				move spaces to state-text
				perform 465-put-residue-line
			end-if
		end-perform
		if pts-removed is equal to 0
			move "  (none)" to detail-line
			perform 490-put-line
		end-if
		move spaces to detail-line
		perform 490-put-line
		move "STILL ON DISK" to detail-line
		perform 490-put-line
		perform varying pt-i from 1 by 1 until pt-i is greater than pt-count
			if ptState(pt-i) is not equal to "R" and ptState(pt-i) is not equal to "G"
				add 1 to pts-on-disk
				evaluate ptState(pt-i)
					when "H"
						add 1 to pts-held
						move "held - listed in use" to state-text
					when "L"
						add 1 to pts-held
						move "held - run in progress" to state-text
					when "W"
						move "within holding period" to state-text
					when other
						add 1 to pts-failed
						move "*** PAST DUE, NOT REMOVED" to state-text
				end-evaluate
				perform 465-put-residue-line
			end-if
		end-perform
		if pts-on-disk is equal to 0
			move "  (none)" to detail-line
			perform 490-put-line
		end-if
		move spaces to detail-line
		perform 490-put-line
		move spaces to detail-line
		move 1 to res-ptr
		move pts-removed to count-ed
		string "TOTALS  removed=" delimited by size
			function trim(count-ed) delimited by size
			into detail-line with pointer res-ptr
		move pts-on-disk to count-ed
		string " on-disk=" delimited by size
			function trim(count-ed) delimited by size
			into detail-line with pointer res-ptr
		move pts-held to count-ed
		string " held=" delimited by size
			function trim(count-ed) delimited by size
			into detail-line with pointer res-ptr
		move pts-failed to count-ed
		string " past-due-not-removed=" delimited by size
			function trim(count-ed) delimited by size
			into detail-line with pointer res-ptr
		perform 490-put-line
		close resfile
	end-if.

*> One plaintext file: name, age in hours, and state-text.
465-put-residue-line.

	move spaces to detail-line.
	move ptName(pt-i) to detail-line(3:50).
	move ptAge(pt-i) to age-ed.
	string "age" delimited by size
		age-ed delimited by size
		"h" delimited by size
		into detail-line(54:10).
	move state-text to detail-line(66:25).
	perform 490-put-line.

*> Rewrites the ledger to hold only the plaintext still on disk, so it
*> never outgrows what there is left to sweep. Files found only through
*> the audit trail are entered now, so they stay tracked once their
*> audit lines have been rolled away.
470-rewrite-ledger.

	open output ptfile.
	if ptfile-status is not equal to "00"
		display "Could not rewrite plaintext ledger CIPHER-PLAINTEXT.DAT (status " ptfile-status ")."
	else
		perform varying pt-i from 1 by 1 until pt-i is greater than pt-count
			if ptState(pt-i) is not equal to "R" and ptState(pt-i) is not equal to "G"
				if ptEntry(pt-i) is equal to spaces
					move spaces to ptLine
					string "date=" delimited by size
						run-date delimited by size
						" time=" delimited by size
						now-time(1:6) delimited by size
						" file=" delimited by size
						function trim(ptName(pt-i)) delimited by size
						" source=" delimited by size
						function trim(ptSource(pt-i)) delimited by size
						" op=" delimited by size
						ptOp(pt-i) delimited by size
						" run=UNRECORDED user=" delimited by size
						into ptLine
				else
					move ptEntry(pt-i) to ptLine
				end-if
				write plaintext-record
			end-if
		end-perform
		close ptfile
	end-if.

*> Writes the line just built to the residue report and the console.
490-put-line.

	move detail-line to resLine.
	write residue-record.
	display function trim(detail-line trailing).
