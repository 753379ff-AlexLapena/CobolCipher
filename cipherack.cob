*>Alex Lapena
*>Outbound acknowledgement reconciliation - proves each file the
*>cipher sent actually arrived intact, instead of waiting for the
*>partner to phone. The partner returns an acknowledgement file, one
*>line per file received: the filename, the record count and checksum
*>it computed on arrival, ACK or NAK, and for a NAK its reason. Every
*>line is matched against the newest CIPHER-SENDLIST.DAT entry that
*>047-write-send-manifest wrote for that file, and an ACKNOWLEDGED /
*>NAKED / CHECKSUM DISAGREED / UNACKNOWLEDGED report is written with a
*>return code the scheduler raises the resend from. Every outcome is
*>kept in CIPHER-ACK-HISTORY.DAT, so a file acknowledged in an earlier
*>acknowledgement file is never reported overdue. Only files sent on or
*>after SINCE-DATE - by default the day the history begins - are owed
*>an acknowledgement, and "cipherack CLOSE FILENAME" closes out a file
*>the partner will never acknowledge.

identification division.
program-id. cipherack.

environment division.
input-output section.
file-control.
	select ackfile	assign to ackChoice
		organization is line sequential
		file status is ackfile-status.
	select sndfile	assign to "CIPHER-SENDLIST.DAT"
		organization is line sequential
		file status is sndfile-status.
	select histfile	assign to "CIPHER-ACK-HISTORY.DAT"
		organization is line sequential
		file status is histfile-status.
	select ackrpt	assign to "CIPHER-ACK.RPT"
		organization is line sequential
		file status is ackrpt-status.

data division.
	file section.
	fd ackfile.
	01 ack-record.
		05 ackLine	pic x(132).
	fd sndfile.
	01 sendlist-record.
		05 sndLine	pic x(132).
	fd histfile.
	01 history-record.
		05 histLine	pic x(132).
	fd ackrpt.
	01 ackrpt-record.
		05 ackRptLine
					pic x(132).

working-storage section.

	01 switches.
		05 ackfile-status
						pic xx.
		05 sndfile-status
						pic xx.
		05 histfile-status
						pic xx.
		05 ackrpt-status
						pic xx.
		05 ack-eof		pic x value "N".
		05 snd-eof		pic x value "N".
		05 hist-eof		pic x value "N".
		05 close-mode	pic x value "N".
		05 since-given	pic x value "N".
		05 cutin-needed	pic x value "N".
		05 counts-ok	pic x.
	01 counters.
		05 snd-count	pic 9(4) value 0.
		05 ack-count	pic 9(4) value 0.
		05 ak-i			pic 9(4).
		05 ak-j			pic 9(4).
		05 snd-ix		pic 9(4).
		05 overdue-days	pic 9(3) value 2.
		05 acked-files	pic 9(4) value 0.
		05 naked-files	pic 9(4) value 0.
		05 badsum-files	pic 9(4) value 0.
		05 overdue-files
						pic 9(4) value 0.
		05 unmatched-files
						pic 9(4) value 0.
		05 sent-age		pic s9(8).
		05 today-int	pic 9(8).
		05 run-rc		pic 99 value 0.
		05 new-rc		pic 99.
	01 run-date			pic 9(8).
	01 since-date		pic 9(8) value 0.
	01 hist-earliest	pic 9(8) value 99999999.
	01 close-name		pic x(50).
	01 close-user		pic x(20).
	01 hist-verdict		pic x.

	01 parm-fields.
		05 parm-line		pic x(200).
		05 parm-ackfile		pic x(50).
		05 parm-days		pic x(8).
		05 parm-since		pic x(8).

*> The send-list as written, oldest entry first. A file sent more than
*> once is only owed an acknowledgement for its newest entry - the
*> earlier entries are marked superseded when the list is loaded.
*> sndAcked is Y once acknowledged intact, X once the partner has
*> answered with a NAK or disputed counts (the file is then reported
*> under that answer, not as unacknowledged), C once operations closed
*> it out, and N while still owed.
	01 sendlist-table.
		05 snd-entry occurs 2000 times.
			10 sndName	pic x(50).
			10 sndDate	pic 9(8).
			10 sndRecords
						pic 9(8).
			10 sndChecksum
						pic 9(8).
			10 sndAcked	pic x.
			10 sndSuperseded
						pic x.

*> Today's acknowledgement lines and what each was judged to be.
	01 ack-table.
		05 ack-entry occurs 500 times.
			10 ackName	pic x(50).
			10 ackRecords
						pic 9(8).
			10 ackChecksum
						pic 9(8).
			10 ackVerdict
						pic x(3).
			10 ackReason
						pic x(60).
			10 ackResult
						pic x(9).
			10 ackSndIx	pic 9(4).

	01 parse-field		pic x(8).
	01 parse-value		pic 9(8).
	01 parse-ok			pic x.
	01 parse-len		pic 9.
	01 ak-name-in		pic x(50).
	01 ak-records-in	pic x(8).
	01 ak-checksum-in	pic x(8).
	01 ak-verdict-in	pic x(3).
	01 ak-ptr			pic 9(3).
	01 ak-work			pic x(20).
	01 ak-delim			pic x(21).
	01 ak-junk			pic x(132).
	01 ak-rest			pic x(132).
	01 ak-value			pic x(50).
	01 ak-scan-line		pic x(132).
	01 ackChoice		pic x(50).
	01 detail-line		pic x(132).
	01 hist-detail		pic x(132).
	01 rec-ptr			pic 9(3).
	01 ed-sent			pic z(7)9.
	01 ed-recd			pic z(7)9.
	01 ed-files			pic z(3)9.
	01 ed-age			pic z(3)9.

procedure division.

000-main.

	accept run-date from date yyyymmdd.
	compute today-int = function integer-of-date(run-date).
	perform 010-get-parameters.

	if close-mode is equal to "Y"
		perform 100-load-sendlist
		if run-rc is less than 12
			perform 600-close-out-entry
		end-if
		move run-rc to return-code
		stop run
	end-if.

	open output ackrpt.
	if ackrpt-status is not equal to "00"
		display "Could not open CIPHER-ACK.RPT (status " ackrpt-status ")."
		move 12 to return-code
		stop run
	end-if.

	move spaces to detail-line.
	string "ACKNOWLEDGEMENT RECONCILIATION  date=" delimited by size
		run-date delimited by size
		" ack-file=" function trim(ackChoice) delimited by size
		into detail-line.
	perform 410-put-line.
	move spaces to detail-line.
	perform 410-put-line.

	perform 100-load-sendlist.
	if run-rc is less than 12
		perform 120-load-history
		perform 125-set-since-date
		perform 200-load-acknowledgements
	end-if.
	if run-rc is less than 12
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			perform 210-judge-one-ack
		end-perform
		perform 300-write-sections
		perform 400-write-summary
		perform 500-append-history
	end-if.

	close ackrpt.
	move run-rc to return-code.

	stop run.

*> Records the severity of a problem just hit, keeping the worst
*> severity seen so far as the run's final return code.
099-raise-return-code.

	if new-rc is greater than run-rc
		move new-rc to run-rc
	end-if.

*> Reads ACK-FILE OVERDUE-DAYS SINCE-DATE from the command line so the
*> scheduler can run the reconciliation unattended when the partner's
*> file lands, falling back to prompts for a person at a keyboard - the
*> same parameter pattern the cipher program uses. A send-list entry
*> sent on or after SINCE-DATE and older than OVERDUE-DAYS with no
*> acknowledgement is reported for resend. The word CLOSE in place of
*> the acknowledgement file, followed by a filename, closes that file
*> out instead.
010-get-parameters.

	accept parm-line from command-line.
	if parm-line is equal to spaces
		display "Enter the partner acknowledgement file to reconcile (or CLOSE to close out a sent file)."
		accept parm-ackfile
		if function upper-case(parm-ackfile) is equal to "CLOSE"
			display "Enter the sent file to close out."
			accept close-name
		else
			display "Report a file unacknowledged after how many days (blank for " overdue-days ")?"
			accept parm-days
			display "Only files sent since (yyyymmdd, blank for the start of the history)?"
			accept parm-since
		end-if
	else
		unstring parm-line delimited by all spaces
			into parm-ackfile parm-days parm-since
		end-unstring
		if function upper-case(parm-ackfile) is equal to "CLOSE"
			unstring parm-line delimited by all spaces
				into parm-ackfile close-name
			end-unstring
		end-if
	end-if.
	if function upper-case(parm-ackfile) is equal to "CLOSE"
		move "Y" to close-mode
	end-if.
	move parm-ackfile to ackChoice.
	move parm-days to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is not greater than 999
		move parse-value to overdue-days
	end-if.
	move parm-since to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is greater than 16010101
		move parse-value to since-date
		move "Y" to since-given
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
	perform varying ak-j from 1 by 1 until ak-j is greater than parse-len
		if parse-field(ak-j:1) is numeric
			compute parse-value = parse-value * 10
				+ function ord(parse-field(ak-j:1)) - 49
		else
			move "N" to parse-ok
		end-if
	end-perform.

*> Finds the keyword named in ak-work inside ak-scan-line and returns
*> the value that follows it, or spaces when the line does not carry
*> it. Every keyword but the leading date= is matched with a leading
*> space so one keyword can never match inside another.
030-extract-value.

	move spaces to ak-junk.
	move spaces to ak-rest.
	move spaces to ak-value.
	if ak-work is equal to "date="
		unstring ak-scan-line delimited by "date="
			into ak-junk ak-rest
		end-unstring
	else
		move spaces to ak-delim
		string " " delimited by size
			function trim(ak-work) delimited by size
			into ak-delim
		unstring ak-scan-line delimited by ak-delim(1:function length(function trim(ak-work)) + 1)
			into ak-junk ak-rest
		end-unstring
	end-if.
	if ak-rest is not equal to spaces
		move function trim(ak-rest) to ak-rest
		unstring ak-rest delimited by all spaces into ak-value
		end-unstring
	end-if.

*> Loads CIPHER-SENDLIST.DAT - what we told the transfer job we sent.
*> Without it there is nothing to reconcile against, so a send-list
*> that cannot be opened stops the run.
100-load-sendlist.

	move 0 to snd-count.
	move "N" to snd-eof.
	open input sndfile.
	if sndfile-status is not equal to "00"
		display "Could not open send-list CIPHER-SENDLIST.DAT (status " sndfile-status ")."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		perform until snd-eof is equal to "Y"
			read sndfile
				at end
					move "Y" to snd-eof
				not at end
					perform 110-store-sendlist-entry
			end-read
		end-perform
		close sndfile
	end-if.

*> Stores one send-list line and marks any earlier entry for the same
*> file superseded - the resend is what the partner now owes us an
*> acknowledgement for.
110-store-sendlist-entry.

	move sndLine to ak-scan-line.
	move "file=" to ak-work.
	perform 030-extract-value.
	if ak-value is equal to spaces
		continue
	else
	if snd-count is equal to 2000
		display "CIPHER-SENDLIST.DAT holds more than 2000 entries - table full."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		perform varying ak-j from 1 by 1 until ak-j is greater than snd-count
			if sndName(ak-j) is equal to ak-value
				move "Y" to sndSuperseded(ak-j)
			end-if
		end-perform
		add 1 to snd-count
		move ak-value to sndName(snd-count)
		move "N" to sndAcked(snd-count)
		move "N" to sndSuperseded(snd-count)
		move "date=" to ak-work
		perform 030-extract-value
		move ak-value(1:8) to parse-field
		perform 020-parse-number
		move parse-value to sndDate(snd-count)
		move "records=" to ak-work
		perform 030-extract-value
		move ak-value(1:8) to parse-field
		perform 020-parse-number
		move parse-value to sndRecords(snd-count)
		move "checksum=" to ak-work
		perform 030-extract-value
		move ak-value(1:8) to parse-field
		perform 020-parse-number
		move parse-value to sndChecksum(snd-count)
	end-if
	end-if.

*> Marks every send-list entry an earlier run already saw acknowledged
*> intact - same file, same checksum - so it is neither re-reported nor
*> counted overdue.
120-load-history.

	move "N" to hist-eof.
	open input histfile.
	if histfile-status is equal to "00"
		perform until hist-eof is equal to "Y"
			read histfile
				at end
					move "Y" to hist-eof
				not at end
					perform 130-apply-history-line
			end-read
		end-perform
		close histfile
	end-if.

*> Settles the cut-in date: files sent before it predate the
*> reconciliation and are owed nothing. Unless the run names one it is
*> the first date in the history; a run that finds no history starts
*> one, marking today as the cut-in so later runs keep the same bound.
125-set-since-date.

	if since-given is not equal to "Y"
		if hist-earliest is equal to 99999999
			move run-date to since-date
			move "Y" to cutin-needed
		else
			move hist-earliest to since-date
		end-if
	end-if.

*> Applies one history line to the send-list table, and notes the
*> earliest date the history holds. An ACK or a CLOSED line settles the
*> send-list entry with the same file and checksum - a resend under a
*> new checksum is owed its own acknowledgement.
130-apply-history-line.

	move histLine to ak-scan-line.
	move "date=" to ak-work.
	perform 030-extract-value.
	move ak-value(1:8) to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is greater than 16010101
		and parse-value is less than hist-earliest
		move parse-value to hist-earliest
	end-if.
	move "result=" to ak-work.
	perform 030-extract-value.
	if ak-value is equal to "ACK" or ak-value is equal to "CLOSED"
		if ak-value is equal to "ACK"
			move "Y" to hist-verdict
		else
			move "C" to hist-verdict
		end-if
		move "checksum=" to ak-work
		perform 030-extract-value
		move ak-value(1:8) to parse-field
		perform 020-parse-number
		move "file=" to ak-work
		perform 030-extract-value
		perform varying ak-j from 1 by 1 until ak-j is greater than snd-count
			if sndName(ak-j) is equal to ak-value
				and sndChecksum(ak-j) is equal to parse-value
				and sndAcked(ak-j) is not equal to "Y"
				move hist-verdict to sndAcked(ak-j)
			end-if
		end-perform
	end-if.

*> Loads the partner's acknowledgement file. Each line is FILENAME
*> RECORDS CHECKSUM ACK|NAK followed, for a NAK, by the partner's
*> reason in free text.
200-load-acknowledgements.

	move 0 to ack-count.
	move "N" to ack-eof.
	open input ackfile.
	if ackfile-status is not equal to "00"
		display "Could not open acknowledgement file '" function trim(ackChoice) "' (status " ackfile-status ")."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		perform until ack-eof is equal to "Y"
			read ackfile
				at end
					move "Y" to ack-eof
				not at end
					perform 205-store-ack-entry
			end-read
		end-perform
		close ackfile
	end-if.

*> Stores one acknowledgement line.
205-store-ack-entry.

	if ackLine is equal to spaces
		continue
	else
	if ack-count is equal to 500
		display "Acknowledgement file '" function trim(ackChoice) "' names more than 500 files - table full."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		add 1 to ack-count
		move spaces to ak-name-in
		move spaces to ak-records-in
		move spaces to ak-checksum-in
		move spaces to ak-verdict-in
		move 1 to ak-ptr
		unstring ackLine delimited by all spaces
			into ak-name-in ak-records-in ak-checksum-in ak-verdict-in
			with pointer ak-ptr
		end-unstring
		move ak-name-in to ackName(ack-count)
		move function upper-case(ak-verdict-in) to ackVerdict(ack-count)
		move spaces to ackReason(ack-count)
		if ak-ptr is less than 133
			move function trim(ackLine(ak-ptr:)) to ackReason(ack-count)
		end-if
		move "Y" to counts-ok
		move ak-records-in to parse-field
		perform 020-parse-number
		move parse-value to ackRecords(ack-count)
		if parse-ok is not equal to "Y"
			move "N" to counts-ok
		end-if
		move ak-checksum-in to parse-field
		perform 020-parse-number
		move parse-value to ackChecksum(ack-count)
		if parse-ok is not equal to "Y"
			move "N" to counts-ok
		end-if
		move spaces to ackResult(ack-count)
		if counts-ok is not equal to "Y"
			move "UNREADABL" to ackResult(ack-count)
		end-if
	end-if
	end-if.

*> Judges acknowledgement ak-i against the newest send-list entry for
*> its file. A NAK is taken at the partner's word; an ACK only counts
*> when the partner's record count and checksum agree with what we
*> sent - an ACK for bytes we never sent is a corrupted delivery the
*> partner has not noticed.
210-judge-one-ack.

	move 0 to snd-ix.
	perform varying ak-j from 1 by 1 until ak-j is greater than snd-count
		if sndName(ak-j) is equal to ackName(ak-i)
			move ak-j to snd-ix
		end-if
	end-perform.
	move snd-ix to ackSndIx(ak-i).
	if snd-ix is equal to 0
		move "UNMATCHED" to ackResult(ak-i)
		add 1 to unmatched-files
		move 4 to new-rc
		perform 099-raise-return-code
	else
	if ackVerdict(ak-i) is equal to "NAK"
		move "NAK" to ackResult(ak-i)
		if sndAcked(snd-ix) is not equal to "Y"
			move "X" to sndAcked(snd-ix)
		end-if
		add 1 to naked-files
		move 8 to new-rc
		perform 099-raise-return-code
	else
	if ackVerdict(ak-i) is equal to "ACK"
		and ackResult(ak-i) is not equal to "UNREADABL"
		and ackRecords(ak-i) is equal to sndRecords(snd-ix)
		and ackChecksum(ak-i) is equal to sndChecksum(snd-ix)
		move "ACK" to ackResult(ak-i)
		move "Y" to sndAcked(snd-ix)
		add 1 to acked-files
	else
		move "BADSUM" to ackResult(ak-i)
		if sndAcked(snd-ix) is not equal to "Y"
			move "X" to sndAcked(snd-ix)
		end-if
		add 1 to badsum-files
		move 8 to new-rc
		perform 099-raise-return-code
	end-if
	end-if
	end-if.

*> Writes the four sections - acknowledged, NAKed, checksum disagreed,
*> and still unacknowledged past the overdue limit - followed by any
*> acknowledgement for a file the send-list never mentioned.
300-write-sections.

	move "ACKNOWLEDGED" to detail-line.
	perform 410-put-line.
	if acked-files is equal to 0
		move "  (none)" to detail-line
		perform 410-put-line
	else
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			if ackResult(ak-i) is equal to "ACK"
				perform 310-put-ack-line
			end-if
		end-perform
	end-if.
	move spaces to detail-line.
	perform 410-put-line.

	move "NAKED - RESEND" to detail-line.
	perform 410-put-line.
	if naked-files is equal to 0
		move "  (none)" to detail-line
		perform 410-put-line
	else
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			if ackResult(ak-i) is equal to "NAK"
				move spaces to detail-line
				string "  " delimited by size
					function trim(ackName(ak-i)) delimited by size
					" reason=" delimited by size
					function trim(ackReason(ak-i)) delimited by size
					into detail-line
				perform 410-put-line
			end-if
		end-perform
	end-if.
	move spaces to detail-line.
	perform 410-put-line.

	move "CHECKSUM DISAGREED - RESEND" to detail-line.
	perform 410-put-line.
	if badsum-files is equal to 0
		move "  (none)" to detail-line
		perform 410-put-line
	else
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			if ackResult(ak-i) is equal to "BADSUM"
				perform 320-put-badsum-line
			end-if
		end-perform
	end-if.
	move spaces to detail-line.
	perform 410-put-line.

	move spaces to detail-line.
	move overdue-days to ed-age.
	string "UNACKNOWLEDGED AFTER " delimited by size
		function trim(ed-age) delimited by size
		" DAY(S) - RESEND  (sent since " delimited by size
		since-date delimited by size
		")" delimited by size
		into detail-line.
	perform 410-put-line.
	perform varying ak-j from 1 by 1 until ak-j is greater than snd-count
		if sndAcked(ak-j) is equal to "N" and sndSuperseded(ak-j) is equal to "N"
			and (sndDate(ak-j) is equal to 0 or sndDate(ak-j) is not less than since-date)
			perform 330-check-overdue
		end-if
	end-perform.
	if overdue-files is equal to 0
		move "  (none)" to detail-line
		perform 410-put-line
	end-if.

	if unmatched-files is greater than 0
		move spaces to detail-line
		perform 410-put-line
		move "NOT ON SEND-LIST" to detail-line
		perform 410-put-line
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			if ackResult(ak-i) is equal to "UNMATCHED"
				move spaces to detail-line
				string "  " delimited by size
					function trim(ackName(ak-i)) delimited by size
					" " delimited by size
					ackVerdict(ak-i) delimited by size
					into detail-line
				perform 410-put-line
			end-if
		end-perform
	end-if.

*> Lists one file the partner acknowledged intact.
310-put-ack-line.

	move ackRecords(ak-i) to ed-recd.
	move spaces to detail-line.
	string "  " delimited by size
		function trim(ackName(ak-i)) delimited by size
		" records=" delimited by size
		function trim(ed-recd) delimited by size
		" checksum=" delimited by size
		ackChecksum(ak-i) delimited by size
		into detail-line.
	perform 410-put-line.

*> Lists one acknowledgement whose counts disagree with the send-list,
*> both sides shown so the operator can see which one moved.
320-put-badsum-line.

	move ackSndIx(ak-i) to snd-ix.
	move sndRecords(snd-ix) to ed-sent.
	move ackRecords(ak-i) to ed-recd.
	move spaces to detail-line.
	if ackResult(ak-i) is equal to "BADSUM"
		and ackVerdict(ak-i) is not equal to "ACK"
		string "  " delimited by size
			function trim(ackName(ak-i)) delimited by size
			" unrecognized verdict '" delimited by size
			function trim(ackVerdict(ak-i)) delimited by size
			"'" delimited by size
			into detail-line
	else
		string "  " delimited by size
			function trim(ackName(ak-i)) delimited by size
			" sent=" delimited by size
			function trim(ed-sent) delimited by size
			"/" delimited by size
			sndChecksum(snd-ix) delimited by size
			" received=" delimited by size
			function trim(ed-recd) delimited by size
			"/" delimited by size
			ackChecksum(ak-i) delimited by size
			into detail-line
	end-if.
	perform 410-put-line.

*> Reports send-list entry ak-j if it has waited longer than the
*> overdue limit for an acknowledgement. Only entries still owed an
*> answer (sndAcked N) come here; one the partner NAKed or disputed
*> today is already reported under that answer.
330-check-overdue.

*> An entry with no readable date cannot prove it is recent, so it is
*> treated as overdue.
	if sndDate(ak-j) is equal to 0
		move overdue-days to sent-age
	else
		compute sent-age = today-int - function integer-of-date(sndDate(ak-j))
	end-if.
	if sent-age is not less than overdue-days
		add 1 to overdue-files
		move 8 to new-rc
		perform 099-raise-return-code
		move sent-age to ed-age
		move spaces to detail-line
		string "  " delimited by size
			function trim(sndName(ak-j)) delimited by size
			" sent=" delimited by size
			sndDate(ak-j) delimited by size
			" age=" delimited by size
			function trim(ed-age) delimited by size
			" day(s)" delimited by size
			into detail-line
		perform 410-put-line
	end-if.

*> Closes the report with the totals the scheduler's operator reads
*> first.
400-write-summary.

	move spaces to detail-line.
	perform 410-put-line.
	move spaces to detail-line.
	move 1 to rec-ptr.
	move acked-files to ed-files.
	string "TOTALS  acked=" delimited by size
		function trim(ed-files) delimited by size
		into detail-line with pointer rec-ptr.
	move naked-files to ed-files.
	string " naked=" delimited by size
		function trim(ed-files) delimited by size
		into detail-line with pointer rec-ptr.
	move badsum-files to ed-files.
	string " badsum=" delimited by size
		function trim(ed-files) delimited by size
		into detail-line with pointer rec-ptr.
	move overdue-files to ed-files.
	string " overdue=" delimited by size
		function trim(ed-files) delimited by size
		into detail-line with pointer rec-ptr.
	move unmatched-files to ed-files.
	string " unmatched=" delimited by size
		function trim(ed-files) delimited by size
		into detail-line with pointer rec-ptr.
	perform 410-put-line.
	if naked-files is greater than 0 or badsum-files is greater than 0
		or overdue-files is greater than 0
		move "RESEND REQUIRED" to detail-line
		perform 410-put-line
	end-if.

*> Writes the line just built to the report file and the console.
410-put-line.

	move detail-line to ackRptLine.
	write ackrpt-record.
	display detail-line(1:80).

*> Appends every acknowledgement judged today to the history, using the
*> same extend-with-output-fallback open the cipher's audit log uses.
500-append-history.

	open extend histfile.
	if histfile-status is equal to "05" or histfile-status is equal to "35"
		open output histfile
	end-if.
	if histfile-status is not equal to "00"
		display "Could not open CIPHER-ACK-HISTORY.DAT (status " histfile-status ")."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		if cutin-needed is equal to "Y"
			move spaces to hist-detail
			string "date=" delimited by size
				run-date delimited by size
				" result=CUTIN" delimited by size
				into hist-detail
			move hist-detail to histLine
			write history-record
		end-if
		perform varying ak-i from 1 by 1 until ak-i is greater than ack-count
			move spaces to hist-detail
			string "date=" delimited by size
				run-date delimited by size
				" file=" delimited by size
				function trim(ackName(ak-i)) delimited by size
				" records=" delimited by size
				ackRecords(ak-i) delimited by size
				" checksum=" delimited by size
				ackChecksum(ak-i) delimited by size
				" result=" delimited by size
				function trim(ackResult(ak-i)) delimited by size
				into hist-detail
			move hist-detail to histLine
			write history-record
		end-perform
		close histfile
	end-if.

*> Closes out the newest send-list entry for close-name - a file the
*> partner will never acknowledge, such as one superseded by arrangement
*> or sent before acknowledgements were agreed - with a CLOSED line in
*> the history naming who closed it, so it is no longer reported
*> overdue. A later resend is owed an acknowledgement again.
600-close-out-entry.

	move 0 to snd-ix.
	perform varying ak-j from 1 by 1 until ak-j is greater than snd-count
		if sndName(ak-j) is equal to close-name
			move ak-j to snd-ix
		end-if
	end-perform.
	if close-name is equal to spaces or snd-ix is equal to 0
		display "'" function trim(close-name) "' is not on CIPHER-SENDLIST.DAT - nothing closed."
		move 12 to new-rc
		perform 099-raise-return-code
	else
		move spaces to close-user
		accept close-user from environment "USER"
		if close-user is equal to spaces
			accept close-user from environment "LOGNAME"
		end-if
		open extend histfile
		if histfile-status is equal to "05" or histfile-status is equal to "35"
			open output histfile
		end-if
		if histfile-status is not equal to "00"
			display "Could not open CIPHER-ACK-HISTORY.DAT (status " histfile-status ")."
			move 12 to new-rc
			perform 099-raise-return-code
		else
			move spaces to hist-detail
			string "date=" delimited by size
				run-date delimited by size
				" file=" delimited by size
				function trim(close-name) delimited by size
				" records=" delimited by size
				sndRecords(snd-ix) delimited by size
				" checksum=" delimited by size
				sndChecksum(snd-ix) delimited by size
				" result=CLOSED user=" delimited by size
				function trim(close-user) delimited by size
				into hist-detail
			move hist-detail to histLine
			write history-record
			close histfile
			display "Closed out '" function trim(close-name) "' sent " sndDate(snd-ix) " - no longer owed an acknowledgement."
		end-if
	end-if.
