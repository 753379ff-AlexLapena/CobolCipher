*>Alex Lapena
*>Cipher activity summary - reads the accumulated audit trail and
*>produces the period totals and exception sections operations signs
*>off on at month end, replacing the grep-and-hand-tally exercise, and
*>the capacity trend the batch-window cutoff is set from.

identification division.
program-id. cipherrpt.
	file section.
	fd logfile.
	01 log-record.
		05 logLine	pic x(828).
	fd genfile.
	01 gen-record.
		05 genLine	pic x(40).
						pic 9(3) value 0.
		05 mismatch-listed
						pic 9(3) value 0.
		05 release-files
						pic 9(5) value 0.
		05 release-listed
						pic 9(3) value 0.
		05 refused-files
						pic 9(5) value 0.
		05 refused-listed
						pic 9(3) value 0.
		05 lookup-files	pic 9(5) value 0.
		05 rl-ptr		pic 9(3).
		05 lookup-records
						pic 9(10) value 0.
		05 window-minutes
						pic 9(4) value 480.
		05 window-start	pic 9(4) value 1800.
		05 cap-file-count
						pic 9(3) value 0.
		05 cap-week-count
						pic 99 value 0.
		05 night-count	pic 9(3) value 0.
		05 cap-dropped	pic 9(5) value 0.
		05 cp-f			pic 9(3).
		05 cp-w			pic 99.
		05 cp-i			pic 9(3).
		05 cp-j			pic 9(3).
		05 cp-k			pic 99.
		05 cp-hold		pic 99.
		05 wk-key		pic 9(6).
		05 wk-nights	pic 9(3).
		05 wk-secs		pic 9(10).
		05 wk-max		pic 9(8).
		05 over-nights	pic 9(3).
		05 night-base	pic 9(8).
		05 night-last	pic 9(8).
	01 from-date		pic 9(8) value 0.
	01 to-date			pic 9(8) value 99999999.
	01 line-date		pic 9(8).
	01 line-start		pic 9(4).
	01 line-started		pic x.
	01 night-date		pic 9(8).
	01 cap-date			pic 9(8).
	01 prev-seq			pic 9(8).
	01 prev-chain		pic 9(8).
	01 line-seq			pic 9(8).
	01 chained-lines	pic 9(8).
	01 legacy-lines		pic 9(8).
	01 break-count		pic 9(5).
	01 vp-prefix		pic x(828).
	01 vp-rest			pic x(828).
	01 vc-len			pic 9(3).
	01 vc-trail			pic 9(3).
	01 vc-i				pic 9(3).
		05 parm-line		pic x(200).
		05 parm-from		pic x(8).
		05 parm-to			pic x(8).
		05 parm-window		pic x(8).
		05 parm-wstart		pic x(8).

	01 generation-table.
		05 genEntry occurs 100 times
	01 mismatch-table.
		05 mismatchEntry occurs 200 times
						pic x(80).
	01 release-table.
		05 releaseEntry occurs 200 times
						pic x(120).
	01 refused-table.
		05 refusedEntry occurs 200 times
						pic x(120).
*> Capacity: every week (days since 1600-12-31 over 7, so each runs
*> Monday to Sunday) that has a timed file or run in the period, the
*> work each file did in each of those weeks, and each night's total
*> run time from the op=RUN lines.
	01 cap-week-table.
		05 capWeek occurs 52 times
						pic 9(6).
	01 cap-order-table.
		05 capOrder occurs 52 times
						pic 99.
	01 cap-file-table.
		05 cap-file-entry occurs 100 times.
			10 capFile	pic x(50).
			10 cap-cell occurs 52 times.
				15 capRuns
						pic 9(5).
				15 capRecords
						pic 9(10).
				15 capSecs
						pic 9(8).
	01 night-table.
		05 night-entry occurs 400 times.
			10 nightDate
						pic 9(8).
			10 nightSecs
						pic 9(8).
*> Least-squares trend of one series: y = intercept + slope * x.
	01 trend-fields.
		05 tr-n			pic 9(4).
		05 tr-x			pic s9(6).
		05 tr-y			pic 9(12).
		05 tr-xmin		pic s9(6).
		05 tr-xmax		pic s9(6).
		05 tr-sx		pic s9(18).
		05 tr-sy		pic s9(18).
		05 tr-sxx		pic s9(18).
		05 tr-sxy		pic s9(18).
		05 tr-den		pic s9(18).
		05 tr-slope		pic s9(12)v9(4).
		05 tr-intercept	pic s9(12)v9(4).
		05 tr-mean		pic 9(12)v9(4).
		05 tr-growing	pic x.
		05 vol-growing	pic x.
		05 time-growing	pic x.
	01 window-secs		pic 9(8).
	01 over-x			pic s9(12)v9(4).
	01 over-days		pic 9(8).
	01 over-date		pic 9(8).
	01 week-start		pic 9(8).
	01 rate-value		pic 9(8)v99.
	01 ed-runs			pic z(4)9.
	01 ed-secs			pic z(7)9.
	01 ed-rate			pic z(6)9.99.
	01 ed-minutes		pic z(5)9.
	01 ed-slope			pic -(6)9.

	01 parse-field		pic x(8).
	01 parse-value		pic 9(8).
	01 parse-ok			pic x.
	01 parse-len		pic 9.
	01 rp-junk			pic x(828).
	01 rp-rest			pic x(828).
	01 rp-work			pic x(250).
	01 rp-value			pic x(50).
	01 line-file		pic x(50).
	01 line-instat		pic xx.
	01 line-outstat		pic xx.
	01 line-verify		pic x(8).
	01 line-requester	pic x(20).
	01 line-approver	pic x(20).
	01 line-reason		pic x(16).
	01 line-elapsed		pic 9(8).
	01 line-returned	pic 9(8).
	01 line-reqop		pic x.
	01 line-timed		pic x.
	01 scanName			pic x(40).
	01 rptName			pic x(20) value "CIPHER-AUDIT.LOG".
	01 detail-line		pic x(132).

	stop run.

*> Reads FROM-DATE TO-DATE (yyyymmdd), WINDOW-MINUTES, the length
*> of the nightly batch window (default 480), and WINDOW-START, the hhmm
*> the window opens (default 1800), from the command line so
*> the month-end job can name its period, falling back to prompts for a
*> person at a keyboard. Blank dates widen to everything on file. The
*> word VERIFY in place of the from-date runs the audit-chain
*> verification pass instead of the activity summary.
		if function upper-case(parm-from) is not equal to "VERIFY"
			display "Report to date (yyyymmdd, blank for all)?"
			accept parm-to
			display "Nightly batch window in minutes (blank for " window-minutes ")?"
			accept parm-window
			display "Time the nightly batch window opens, hhmm (blank for " window-start ")?"
			accept parm-wstart
		end-if
	else
		unstring parm-line delimited by all spaces
			into parm-from parm-to parm-window parm-wstart
		end-unstring
	end-if.
	if function upper-case(parm-from) is equal to "VERIFY"
	if parse-ok is equal to "Y"
		move parse-value to to-date
	end-if.
	move parm-window to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is greater than 0 and parse-value is less than 10000
		move parse-value to window-minutes
	end-if.
	move parm-wstart to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and parse-value is less than 2400
		and function mod(parse-value, 100) is less than 60
		move parse-value to window-start
	end-if.

*> Turns an operator- or parm-supplied number, typed without leading
*> zeroes, into a binary-usable value - a plain alphanumeric-to-numeric

	perform 120-parse-audit-line.
	if line-file is equal to spaces
*> The op=RUN line that closes each run names a job, not a file. A
*> lookup run answers a query during the day; it is no part of the
*> nightly batch.
		if line-op is equal to "RUN" and line-timed is equal to "Y"
			and line-reqop is not equal to "l"
			and line-date is not less than from-date and line-date is not greater than to-date
			perform 175-note-run-timing
		end-if
	else
		move "Y" to line-in-range
		if line-date is less than from-date or line-date is greater than to-date
				when "SKIPPED"
					add 1 to skipped-files
					perform 130-note-skipped
				when "REFUSED"
					add 1 to refused-files
					perform 160-note-refused
				when "LOOKUP"
					add 1 to lookup-files
					add line-returned to lookup-records
				when other
					continue
			end-evaluate
*> Any run that let plaintext out - finished or suspended part-way -
*> names the person who asked for it.
			if line-requester is not equal to spaces and line-op is not equal to "REFUSED"
				add 1 to release-files
				perform 150-note-release
			end-if
*> A file turned away before any work was done has nothing to time.
			if line-timed is equal to "Y"
				and line-op is not equal to "DUPLICATE" and line-op is not equal to "LOCKED"
				and line-op is not equal to "SKIPPED" and line-op is not equal to "REFUSED"
				and line-op is not equal to "LOOKUP"
				perform 170-note-file-timing
			end-if
		end-if
	end-if.

	perform 125-extract-value.
	move rp-value to line-verify.

	move " requester=" to rp-work.
	perform 125-extract-value.
	perform 128-blank-if-next-keyword.
	move rp-value to line-requester.

	move " approver=" to rp-work.
	perform 125-extract-value.
	perform 128-blank-if-next-keyword.
	move rp-value to line-approver.

	move " reason=" to rp-work.
	perform 125-extract-value.
	perform 128-blank-if-next-keyword.
	move rp-value to line-reason.

	move " returned=" to rp-work.
	perform 125-extract-value.
	move rp-value to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y"
		move parse-value to line-returned
	else
		move 0 to line-returned
	end-if.

	move " requested-op=" to rp-work.
	perform 125-extract-value.
	move rp-value(1:1) to line-reqop.

	move "N" to line-started.
	move 0 to line-start.
	move " start=" to rp-work.
	perform 125-extract-value.
	move rp-value(1:4) to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y"
		move "Y" to line-started
		move parse-value to line-start
	end-if.

	move "N" to line-timed.
	move 0 to line-elapsed.
	move " elapsed=" to rp-work.
	perform 125-extract-value.
	move rp-value to parse-field.
	perform 020-parse-number.
	if parse-ok is equal to "Y" and line-date is greater than 16010101
		move "Y" to line-timed
		move parse-value to line-elapsed
	end-if.

*> Finds the keyword named in rp-work inside the audit line and
*> returns the (trimmed) value that follows it, or spaces when the
*> line does not carry that keyword at all.
		move line-file to mismatchEntry(mismatch-listed)
	end-if.

*> Remembers one plaintext release - who asked for it and who approved
*> it - for the auditors' section of the report.
150-note-release.

	if release-listed is less than 200
		add 1 to release-listed
		move spaces to detail-line
		string line-date delimited by size
			" " delimited by size
			function trim(line-file) delimited by size
			" " delimited by size
			function trim(line-op) delimited by size
			" requester=" delimited by size
			function trim(line-requester) delimited by size
			" approver=" delimited by size
			function trim(line-approver) delimited by size
			into detail-line
		if line-op is equal to "LOOKUP"
			move line-returned to ed-records
			move zero to rl-ptr
			inspect function reverse(detail-line)
				tallying rl-ptr for leading space
			compute rl-ptr = 132 - rl-ptr + 1
			string " returned=" delimited by size
				function trim(ed-records) delimited by size
				into detail-line with pointer rl-ptr
		end-if
		move detail-line to releaseEntry(release-listed)
	end-if.

*> Remembers one decrypt refused for want of an approval.
160-note-refused.

	if refused-listed is less than 200
		add 1 to refused-listed
		move spaces to detail-line
		string line-date delimited by size
			" " delimited by size
			function trim(line-file) delimited by size
			" requester=" delimited by size
			function trim(line-requester) delimited by size
			" reason=" delimited by size
			function trim(line-reason) delimited by size
			into detail-line
		move detail-line to refusedEntry(refused-listed)
	end-if.

*> Adds one timed file run to its file's row for the week it ran in.
170-note-file-timing.

	move line-date to cap-date.
	perform 172-find-week.
	move 0 to cp-f.
	perform varying cp-i from 1 by 1 until cp-i is greater than cap-file-count
		or cp-f is greater than 0
		if capFile(cp-i) is equal to line-file
			move cp-i to cp-f
		end-if
	end-perform.
	if cp-f is equal to 0 and cap-file-count is less than 100
		add 1 to cap-file-count
		move cap-file-count to cp-f
		move line-file to capFile(cp-f)
		perform varying cp-k from 1 by 1 until cp-k is greater than 52
			move 0 to capRuns(cp-f cp-k)
			move 0 to capRecords(cp-f cp-k)
			move 0 to capSecs(cp-f cp-k)
		end-perform
	end-if.
	if cp-f is greater than 0 and cp-w is greater than 0
		add 1 to capRuns(cp-f cp-w)
		add line-records to capRecords(cp-f cp-w)
		add line-elapsed to capSecs(cp-f cp-w)
	else
		add 1 to cap-dropped
	end-if.

*> Finds the week cap-date falls in, adding it when it is new; cp-w is
*> left 0 once 52 weeks are held.
172-find-week.

	compute wk-key = (function integer-of-date(cap-date) - 1) / 7.
	move 0 to cp-w.
	perform varying cp-k from 1 by 1 until cp-k is greater than cap-week-count
		or cp-w is greater than 0
		if capWeek(cp-k) is equal to wk-key
			move cp-k to cp-w
		end-if
	end-perform.
	if cp-w is equal to 0 and cap-week-count is less than 52
		add 1 to cap-week-count
		move cap-week-count to cp-w
		move wk-key to capWeek(cp-w)
	end-if.

*> Adds one run's elapsed time to its night's batch total. A night is
*> keyed by the date its window opened: a run started before the
*> window-start time belongs to the window that opened the evening
*> before, so a batch running on past midnight is one night, not two.
175-note-run-timing.

	move line-date to night-date.
	if line-started is equal to "Y" and line-start is less than window-start
		compute night-date = function date-of-integer(
			function integer-of-date(line-date) - 1)
	end-if.
	move night-date to cap-date.
	perform 172-find-week.
	move 0 to cp-j.
	perform varying cp-i from 1 by 1 until cp-i is greater than night-count
		or cp-j is greater than 0
		if nightDate(cp-i) is equal to night-date
			move cp-i to cp-j
		end-if
	end-perform.
	if cp-j is equal to 0 and night-count is less than 400
		add 1 to night-count
		move night-count to cp-j
		move night-date to nightDate(cp-j)
		move 0 to nightSecs(cp-j)
	end-if.
	if cp-j is greater than 0
		add line-elapsed to nightSecs(cp-j)
	else
		add 1 to cap-dropped
	end-if.

*> Loads the generation index left by the housekeeping job, so the
*> report covers activity that has already been rolled out of the
*> live log - a month-end period nearly always spans several rolls.
	end-if.

*> Writes the formatted summary - period totals by operation, then the
*> skipped-file and verify-mismatch exception sections, then every
*> plaintext release with its requester and approver and every refused
*> one, then the capacity trend - to CIPHER-SUMMARY.RPT and echoes it
*> to the console.
400-write-summary.

	open output sumfile.
		move spaces to sumLine
		string "SKIPPED        " ed-files delimited by size into sumLine
		perform 410-put-line
		move lookup-files to ed-files
		move lookup-records to ed-records
		move spaces to sumLine
		string "LOOKUP         " ed-files "   " ed-records
			delimited by size into sumLine
		perform 410-put-line
		move refused-files to ed-files
		move spaces to sumLine
		string "REFUSED        " ed-files delimited by size into sumLine
		perform 410-put-line
		move spaces to sumLine
		perform 410-put-line

				perform 410-put-line
			end-if
		end-if
		move spaces to sumLine
		perform 410-put-line

		move "PLAINTEXT RELEASES" to sumLine
		perform 410-put-line
		if release-listed is equal to 0
			move "  (none)" to sumLine
			perform 410-put-line
		else
			perform varying rp-i from 1 by 1 until rp-i is greater than release-listed
				move spaces to sumLine
				string "  " releaseEntry(rp-i) delimited by size into sumLine
				perform 410-put-line
			end-perform
			if release-files is greater than release-listed
				move "  (list truncated at 200 entries)" to sumLine
				perform 410-put-line
			end-if
		end-if
		move spaces to sumLine
		perform 410-put-line

		move "REFUSED DECRYPTS" to sumLine
		perform 410-put-line
		if refused-listed is equal to 0
			move "  (none)" to sumLine
			perform 410-put-line
		else
			perform varying rp-i from 1 by 1 until rp-i is greater than refused-listed
				move spaces to sumLine
				string "  " refusedEntry(rp-i) delimited by size into sumLine
				perform 410-put-line
			end-perform
			if refused-files is greater than refused-listed
				move "  (list truncated at 200 entries)" to sumLine
				perform 410-put-line
			end-if
		end-if

		perform 600-write-capacity

		close sumfile
	end-if.
	write summary-record.
	display sumLine(1:80).

*> Writes the capacity section: for every file, its record volume,
*> elapsed time and throughput week by week, flagged where volume or
*> time is growing; then the nightly batch total week by week against
*> the batch window, and the night the trend says it will overrun.
600-write-capacity.

	move spaces to sumLine.
	perform 410-put-line.
	move "CAPACITY BY FILE AND WEEK" to sumLine.
	perform 410-put-line.
	perform 605-order-weeks.
	if cap-file-count is equal to 0
		move "  (no timed runs in period)" to sumLine
		perform 410-put-line
	else
		move spaces to sumLine
		move "  FILE/WEEK OF" to sumLine(1:14)
		move "RUNS" to sumLine(16:4)
		move "RECORDS" to sumLine(25:7)
		move "ELAPSED-S" to sumLine(33:9)
		move "REC/SEC" to sumLine(46:7)
		perform 410-put-line
		perform varying cp-f from 1 by 1 until cp-f is greater than cap-file-count
			perform 610-write-file-capacity
		end-perform
	end-if.
	if cap-dropped is greater than 0
		move spaces to sumLine
		move cap-dropped to ed-files
		string "  (" ed-files " timed line(s) past the 100-file, 52-week or 400-night limit left out)"
			delimited by size into sumLine
		perform 410-put-line
	end-if.
	move spaces to sumLine.
	perform 410-put-line.
	perform 640-write-window-trend.

*> Puts the weeks held in date order - the live log is read before the
*> older generations, so they are collected out of order.
605-order-weeks.

	perform varying cp-k from 1 by 1 until cp-k is greater than cap-week-count
		move cp-k to capOrder(cp-k)
	end-perform.
	perform varying cp-i from 1 by 1 until cp-i is not less than cap-week-count
		perform varying cp-j from 1 by 1 until cp-j is not less than cap-week-count
			if capWeek(capOrder(cp-j)) is greater than capWeek(capOrder(cp-j + 1))
				move capOrder(cp-j) to cp-hold
				move capOrder(cp-j + 1) to capOrder(cp-j)
				move cp-hold to capOrder(cp-j + 1)
			end-if
		end-perform
	end-perform.

*> One file: a line per week it ran in, then its trend. Volume or time
*> is called growing when its least-squares line over the weeks rises
*> by at least a tenth of its average across the weeks shown.
610-write-file-capacity.

	move spaces to sumLine.
	string "  " capFile(cp-f) delimited by size into sumLine.
	perform 410-put-line.
	perform 620-start-trend.
	perform varying cp-k from 1 by 1 until cp-k is greater than cap-week-count
		move capOrder(cp-k) to cp-w
		if capRuns(cp-f cp-w) is greater than 0
			compute week-start = function date-of-integer(capWeek(cp-w) * 7 + 1)
			move capRuns(cp-f cp-w) to ed-runs
			move capRecords(cp-f cp-w) to ed-records
			move capSecs(cp-f cp-w) to ed-secs
			move spaces to sumLine
			move week-start to sumLine(5:8)
			move ed-runs to sumLine(15:5)
			move ed-records to sumLine(22:10)
			move ed-secs to sumLine(34:8)
			if capSecs(cp-f cp-w) is greater than 0
				compute rate-value = capRecords(cp-f cp-w) / capSecs(cp-f cp-w)
				move rate-value to ed-rate
				move ed-rate to sumLine(43:10)
			else
				move "-" to sumLine(52:1)
			end-if
			perform 410-put-line
			compute tr-x = capWeek(cp-w) - capWeek(capOrder(1))
			move capRecords(cp-f cp-w) to tr-y
			perform 625-add-trend-point
		end-if
	end-perform.
	perform 630-fit-trend.
	move tr-growing to vol-growing.
	perform 620-start-trend.
	perform varying cp-k from 1 by 1 until cp-k is greater than cap-week-count
		move capOrder(cp-k) to cp-w
		if capRuns(cp-f cp-w) is greater than 0
			compute tr-x = capWeek(cp-w) - capWeek(capOrder(1))
			move capSecs(cp-f cp-w) to tr-y
			perform 625-add-trend-point
		end-if
	end-perform.
	perform 630-fit-trend.
	move tr-growing to time-growing.
	move spaces to sumLine.
	if vol-growing is equal to "Y" or time-growing is equal to "Y"
		move "    *** GROWING:" to sumLine
		move 18 to cp-i
		if vol-growing is equal to "Y"
			move "volume" to sumLine(cp-i:6)
			add 7 to cp-i
		end-if
		if time-growing is equal to "Y"
			move "elapsed time" to sumLine(cp-i:12)
		end-if
	else
		move "    trend: steady" to sumLine
	end-if.
	perform 410-put-line.

*> Clears the trend sums for a new series.
620-start-trend.

	move 0 to tr-n.
	move 0 to tr-sx.
	move 0 to tr-sy.
	move 0 to tr-sxx.
	move 0 to tr-sxy.
	move 0 to tr-xmin.
	move 0 to tr-xmax.

*> Adds the point tr-x, tr-y to the series.
625-add-trend-point.

	if tr-n is equal to 0 or tr-x is less than tr-xmin
		move tr-x to tr-xmin
	end-if.
	if tr-n is equal to 0 or tr-x is greater than tr-xmax
		move tr-x to tr-xmax
	end-if.
	add 1 to tr-n.
	add tr-x to tr-sx.
	add tr-y to tr-sy.
	compute tr-sxx = tr-sxx + tr-x * tr-x.
	compute tr-sxy = tr-sxy + tr-x * tr-y.

*> Fits the least-squares line through the series and judges whether
*> it is growing. One point, or every point in the same week, has no
*> trend.
630-fit-trend.

	move 0 to tr-slope.
	move 0 to tr-intercept.
	move 0 to tr-mean.
	move "N" to tr-growing.
	if tr-n is greater than 0
		compute tr-mean = tr-sy / tr-n
		compute tr-den = tr-n * tr-sxx - tr-sx * tr-sx
		if tr-den is not equal to 0
			compute tr-slope = (tr-n * tr-sxy - tr-sx * tr-sy) / tr-den
		end-if
		compute tr-intercept = (tr-sy - tr-slope * tr-sx) / tr-n
		if tr-slope is greater than 0
			and tr-slope * (tr-xmax - tr-xmin) * 10 is not less than tr-mean
			move "Y" to tr-growing
		end-if
	end-if.

*> The nightly batch total - the elapsed time of every run that started
*> that night, from the op=RUN lines, a night running from window-start
*> to window-start the next day - week by week against the batch
*> window, then the night on which the least-squares line through the
*> nightly totals reaches the window.
640-write-window-trend.

	compute window-secs = window-minutes * 60.
	move window-minutes to ed-minutes.
	move spaces to sumLine.
	string "NIGHTLY BATCH WINDOW  window=" delimited by size
		function trim(ed-minutes) delimited by size
		" min opening " delimited by size
		window-start delimited by size
		into sumLine.
	perform 410-put-line.
	move spaces to sumLine.
	string "  (a night runs from " delimited by size
		window-start delimited by size
		" to " delimited by size
		window-start delimited by size
		" next day and is dated the day it opens; a run started" delimited by size
		into sumLine.
	perform 410-put-line.
	move "   before the window opens counts to the night before)" to sumLine.
	perform 410-put-line.
	if night-count is equal to 0
		move "  (no run timings in period)" to sumLine
		perform 410-put-line
	else
		move spaces to sumLine
		move "  WEEK OF" to sumLine(1:9)
		move "NIGHTS" to sumLine(14:6)
		move "AVG-MIN" to sumLine(23:7)
		move "MAX-MIN" to sumLine(33:7)
		perform 410-put-line
		move 0 to over-nights
		perform varying cp-k from 1 by 1 until cp-k is greater than cap-week-count
			move capOrder(cp-k) to cp-w
			perform 645-write-window-week
		end-perform
		perform 650-project-overrun
	end-if.

*> One week of nightly totals: nights run, average and longest night.
645-write-window-week.

	move 0 to wk-nights.
	move 0 to wk-secs.
	move 0 to wk-max.
	perform varying cp-i from 1 by 1 until cp-i is greater than night-count
		compute wk-key = (function integer-of-date(nightDate(cp-i)) - 1) / 7
		if wk-key is equal to capWeek(cp-w)
			add 1 to wk-nights
			add nightSecs(cp-i) to wk-secs
			if nightSecs(cp-i) is greater than wk-max
				move nightSecs(cp-i) to wk-max
			end-if
			if nightSecs(cp-i) is not less than window-secs
				add 1 to over-nights
			end-if
		end-if
	end-perform.
	if wk-nights is greater than 0
		compute week-start = function date-of-integer(capWeek(cp-w) * 7 + 1)
		move spaces to sumLine
		move week-start to sumLine(3:8)
		move wk-nights to ed-files
		move ed-files to sumLine(15:5)
		compute ed-minutes = wk-secs / wk-nights / 60
		move ed-minutes to sumLine(24:6)
		compute ed-minutes = wk-max / 60
		move ed-minutes to sumLine(34:6)
		if wk-max is not less than window-secs
			move "*** OVERRAN" to sumLine(42:11)
		end-if
		perform 410-put-line
	end-if.

*> Fits the nightly totals against the day number and projects the
*> night the line reaches the window.
650-project-overrun.

	move 99999999 to night-base.
	move 0 to night-last.
	perform varying cp-i from 1 by 1 until cp-i is greater than night-count
		if function integer-of-date(nightDate(cp-i)) is less than night-base
			compute night-base = function integer-of-date(nightDate(cp-i))
		end-if
		if function integer-of-date(nightDate(cp-i)) is greater than night-last
			compute night-last = function integer-of-date(nightDate(cp-i))
		end-if
	end-perform.
	perform 620-start-trend.
	perform varying cp-i from 1 by 1 until cp-i is greater than night-count
		compute tr-x = function integer-of-date(nightDate(cp-i)) - night-base
		move nightSecs(cp-i) to tr-y
		perform 625-add-trend-point
	end-perform.
	perform 630-fit-trend.
	move spaces to sumLine.
	perform 410-put-line.
	if over-nights is greater than 0
		move over-nights to ed-files
		move spaces to sumLine
		string "  *** the batch overran the window on " delimited by size
			function trim(ed-files) delimited by size
			" night(s) in the period" delimited by size
			into sumLine
		perform 410-put-line
	end-if.
	move spaces to sumLine.
	if tr-xmax is equal to tr-xmin
		move "  projection: needs run timings from at least two nights" to sumLine
	else
	if tr-slope is not greater than 0
		move "  projection: nightly total is not growing - no overrun projected" to sumLine
	else
		compute over-x = (window-secs - tr-intercept) / tr-slope
		compute ed-slope rounded = tr-slope
		if over-x is not greater than night-last - night-base
			string "  projection: *** trend line is already past the window, growing " delimited by size
				function trim(ed-slope) delimited by size
				" s/night" delimited by size
				into sumLine
		else
		if over-x is greater than 36500
			string "  projection: growing " delimited by size
				function trim(ed-slope) delimited by size
				" s/night - no overrun within 100 years" delimited by size
				into sumLine
		else
*> The first whole night at or past the crossing point.
			move over-x to over-days
			if over-days is less than over-x
				add 1 to over-days
			end-if
			compute over-date = function date-of-integer(night-base + over-days)
			string "  projection: growing " delimited by size
				function trim(ed-slope) delimited by size
				" s/night - overruns the window on " delimited by size
				over-date delimited by size
				into sumLine
		end-if
		end-if
	end-if
	end-if.
	perform 410-put-line.

*> Writes one line of the chain-verification report to
*> CIPHER-CHAIN.RPT and the console.
420-put-verify-line.
	move zero to vc-trail.
	inspect function reverse(vp-prefix)
		tallying vc-trail for leading space.
	compute vc-len = 828 - vc-trail.
	move prev-chain to computed-chain.
	perform varying vc-i from 1 by 1 until vc-i is greater than vc-len
		compute computed-chain = function mod(
