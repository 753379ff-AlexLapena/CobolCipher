*>hand edits that used to leave malformed dates for 066-check-key-usable
*>to reject at run time. Every change that is actually applied is
*>appended to KEYRING-JOURNAL.LOG so audit can answer who changed which
*>key when. A retired key's keyword can be destroyed once the
*>dependency inventory - built from CIPHER-REGISTER.DAT - proves no
*>output file still enciphered under it remains.

identification division.
program-id. cipherkey.
	select jrnfile	assign to "KEYRING-JOURNAL.LOG"
		organization is line sequential
		file status is jrnfile-status.
	select regfile	assign to "CIPHER-REGISTER.DAT"
		organization is line sequential
		file status is regfile-status.
	select depfile	assign to "CIPHER-KEYDEPS.RPT"
		organization is line sequential
		file status is depfile-status.

data division.
	file section.
	fd jrnfile.
	01 journal-record.
		05 jrnLine	pic x(200).
	fd regfile.
	01 register-record.
		05 regLine	pic x(250).
	fd depfile.
	01 keydeps-record.
		05 depLine	pic x(132).

working-storage section.

		05 tx-ok		pic x value "N".
		05 date-ok		pic x.
		05 entry-found	pic x value "N".
		05 regfile-status
						pic xx.
		05 depfile-status
						pic xx.
		05 reg-eof		pic x value "N".
		05 dep-overflow	pic x value "N".
		05 inventory-ok	pic x value "N".
	01 counters.
		05 ring-count	pic 9(3) value 0.
		05 entry-ix		pic 9(3) value 0.
		05 km-i			pic 9(3).
		05 run-rc		pic 99 value 0.
		05 new-rc		pic 99.
		05 dep-count	pic 9(4) value 0.
		05 dp-i			pic 9(4).
		05 dp-j			pic 9(4).
		05 key-dependents
						pic 9(4).
		05 unattributed	pic 9(4) value 0.
		05 eq-count		pic 99.
	01 run-date			pic 9(8).
	01 jrn-time			pic 9(8).
	01 tx-action		pic x(8).
			10 ringStatus
						pic x(8).

*> One entry per enciphering run the register records - encrypt or
*> re-key - with the output file it produced, the key id that output is
*> enciphered under, and whether a later run has since overwritten or
*> re-keyed that output away from the key.
	01 dependency-table.
		05 dep-entry occurs 2000 times.
			10 depDate	pic 9(8).
			10 depOp	pic x.
			10 depInput	pic x(50).
			10 depOutput
						pic x(50).
			10 depKeyId	pic x(10).
			10 depGone	pic x.

	01 jrn-detail		pic x(200).
	01 dep-detail		pic x(132).
	01 dep-ed			pic z(3)9.
	01 dep-key-want		pic x(10).
	01 dep-key-id		pic x(10).
	01 rg-delim			pic x(21).
	01 rg-work			pic x(20).
	01 rg-junk			pic x(250).
	01 rg-rest			pic x(250).
	01 rg-value			pic x(50).
	01 rg-date			pic x(8).
	01 kr-live-name		pic x(20) value "KEYRING.DAT".
	01 kr-new-name		pic x(20) value "KEYRING.NEW".

				perform 210-apply-retire
			when "EXPIRES"
				perform 220-apply-expires
			when "DESTROY"
				perform 230-apply-destroy
			when "DEPENDS"
				perform 500-build-inventory
				perform 600-write-inventory-report
			when other
				display "Unknown action '" function trim(tx-action) "' - use ADD, RETIRE, EXPIRES, DESTROY or DEPENDS."
				move 8 to new-rc
				perform 099-raise-return-code
		end-evaluate
*> person at a keyboard - the same parameter pattern the cipher
*> program uses. The positional fields after the key id depend on the
*> action: ADD key-id keyword eff-from expires user, RETIRE key-id
*> user, EXPIRES key-id new-expires user, DESTROY key-id user, and
*> DEPENDS with an optional key-id to narrow the inventory report to
*> one key. Only the operator id is free-form; it names the person in
*> the journal line.
010-get-parameters.

	accept parm-line from command-line.
	if parm-line is equal to spaces
		display "Action - (a)dd a key, (r)etire a key, set the e(x)pires date, (d)estroy a retired key, or (l)ist key dependents?"
		accept parm-action
		evaluate function upper-case(parm-action(1:1))
			when "A"
				move "RETIRE" to tx-action
			when "X"
				move "EXPIRES" to tx-action
			when "D"
				move "DESTROY" to tx-action
			when "L"
				move "DEPENDS" to tx-action
			when other
				move parm-action to tx-action
		end-evaluate
		if tx-action is equal to "DEPENDS"
			display "Key id to list (blank for every key on the ring)?"
		else
			display "Key id?"
		end-if
		accept tx-keyid
		if tx-action is equal to "ADD"
			display "Keyword for the new key?"
			accept parm-f5
			perform 032-validate-expires-date
		end-if
		if tx-action is not equal to "DEPENDS"
			display "Your operator id for the journal?"
			accept tx-user
		end-if
	else
		unstring parm-line delimited by all spaces
			into parm-action parm-keyid parm-f3 parm-f4 parm-f5 parm-f6
				move parm-f6 to tx-user
			when "RETIRE"
				move parm-f3 to tx-user
			when "DESTROY"
				move parm-f3 to tx-user
			when "EXPIRES"
				move parm-f3(1:10) to parm-f5
				perform 032-validate-expires-date
		end-if
	end-if.

*> Applies a DESTROY: blanks the keyword of a RETIRED key so nothing
*> enciphered under it can ever be read again. That is irreversible, so
*> it is only done when the dependency inventory proves the register
*> holds no output file still enciphered under the key - and no output
*> of unrecorded key at all, since any of those might be one of its
*> files - and when the inventory could be built in full. The entry
*> itself stays on the ring, RETIRED with a blank keyword, so the id is
*> never reissued and the cipher refuses it by name.
230-apply-destroy.

	move "N" to tx-ok.
	move "N" to entry-found.
	perform varying km-i from 1 by 1 until km-i is greater than ring-count
		if ringId(km-i) is equal to tx-keyid and entry-found is equal to "N"
			move "Y" to entry-found
			move km-i to entry-ix
		end-if
	end-perform.
	if entry-found is equal to "N"
		display "DESTROY refused - key id '" function trim(tx-keyid) "' is not on the ring."
		move 8 to new-rc
		perform 099-raise-return-code
	else
	if ringStatus(entry-ix) is not equal to "RETIRED"
		display "DESTROY refused - key id '" function trim(tx-keyid) "' is " function trim(ringStatus(entry-ix)) ". Only a RETIRED key may be destroyed."
		move 8 to new-rc
		perform 099-raise-return-code
	else
	if ringKeyword(entry-ix) is equal to spaces
		display "DESTROY refused - key id '" function trim(tx-keyid) "' has already been destroyed."
		move 8 to new-rc
		perform 099-raise-return-code
	else
		perform 500-build-inventory
		move tx-keyid to dep-key-want
		perform 600-write-inventory-report
		move tx-keyid to dep-key-id
		perform 540-count-key-dependents
		if inventory-ok is not equal to "Y"
			display "DESTROY refused - the dependency inventory could not be built in full."
			move 8 to new-rc
			perform 099-raise-return-code
		else
		if key-dependents is greater than 0
			display "DESTROY refused - key id '" function trim(tx-keyid) "' still has " key-dependents " dependent output file(s) - see CIPHER-KEYDEPS.RPT. Re-key them first."
			move 8 to new-rc
			perform 099-raise-return-code
		else
		if unattributed is greater than 0
			display "DESTROY refused - " unattributed " output file(s) on the register have no key id recorded and may need this key - see CIPHER-KEYDEPS.RPT. Re-key them first."
			move 8 to new-rc
			perform 099-raise-return-code
		else
			move ringStatus(entry-ix) to old-status
			move ringExpires(entry-ix) to old-expires
			move ringEffFrom(entry-ix) to tx-efffrom
			move ringExpires(entry-ix) to tx-expires
			move spaces to ringKeyword(entry-ix)
			move "Y" to tx-ok
			display "Key id '" function trim(tx-keyid) "' destroyed - its keyword has been removed from the ring."
		end-if
		end-if
		end-if
	end-if
	end-if
	end-if.

*> Writes the updated ring to KEYRING.NEW and only then swaps it in
*> over KEYRING.DAT, so an abend mid-write can never leave the live
*> ring half-written - tonight's cipher runs read the ring as it was.
					" old-expires=" old-expires delimited by size
					" new-expires=" tx-expires delimited by size
					into jrn-detail
			when "DESTROY"
				string "date=" run-date delimited by size
					" time=" jrn-time(1:6) delimited by size
					" user=" function trim(tx-user) delimited by size
					" action=DESTROY key=" function trim(tx-keyid) delimited by size
					" status=" function trim(old-status) delimited by size
					" keyword=DESTROYED dependents=0" delimited by size
					into jrn-detail
		end-evaluate
		move jrn-detail to jrnLine
		write journal-record
		close jrnfile
	end-if.

*> Builds the key dependency inventory from CIPHER-REGISTER.DAT. Every
*> encrypt or re-key the cipher finished is one register line naming
*> the output it wrote and the key id that output is enciphered under.
*> An output stops depending on its key once a later run overwrites
*> the same output name, or re-keys it (a later re-key whose input is
*> that output) onto another key. Register lines from before the key id
*> was recorded keep their place in the inventory as unattributed, and
*> their output name is derived the way 050-build-output-filename
*> builds it.
500-build-inventory.

	move 0 to dep-count.
	move "N" to dep-overflow.
	move "N" to reg-eof.
	move "Y" to inventory-ok.
	open input regfile.
	if regfile-status is equal to "35"
*> No register yet - nothing has ever been enciphered, so nothing
*> depends on any key.
		continue
	else
	if regfile-status is not equal to "00"
		display "Could not open register CIPHER-REGISTER.DAT (status " regfile-status ")."
		move "N" to inventory-ok
		move 8 to new-rc
		perform 099-raise-return-code
	else
		perform until reg-eof is equal to "Y"
			read regfile
				at end
					move "Y" to reg-eof
				not at end
					perform 510-store-register-line
			end-read
		end-perform
		close regfile
	end-if
	end-if.
	if dep-overflow is equal to "Y"
		display "CIPHER-REGISTER.DAT holds more than 2000 enciphering runs - inventory incomplete."
		move "N" to inventory-ok
		move 8 to new-rc
		perform 099-raise-return-code
	end-if.
	perform varying dp-i from 1 by 1 until dp-i is greater than dep-count
		perform varying dp-j from dp-i by 1 until dp-j is greater than dep-count
			if dp-j is greater than dp-i
				perform 520-check-superseded
			end-if
		end-perform
	end-perform.
	move 0 to unattributed.
	perform varying dp-i from 1 by 1 until dp-i is greater than dep-count
		if depGone(dp-i) is equal to "N" and depKeyId(dp-i) is equal to spaces
			add 1 to unattributed
		end-if
	end-perform.

*> Keeps one register line if it records an enciphering run - encrypt,
*> re-key, or one routed output of a split (which always carries its
*> output= name). Decrypt and verify outputs are plaintext and depend on
*> no key.
510-store-register-line.

	move "op=" to rg-work.
	perform 530-extract-register-value.
	if rg-value(1:1) is equal to "e" or rg-value(1:1) is equal to "r"
		or rg-value(1:1) is equal to "s"
		if dep-count is equal to 2000
			move "Y" to dep-overflow
		else
			add 1 to dep-count
			move rg-value(1:1) to depOp(dep-count)
			move "N" to depGone(dep-count)
			move "date=" to rg-work
			perform 530-extract-register-value
			move rg-value(1:8) to rg-date
			if rg-date is numeric
				move rg-date to depDate(dep-count)
			else
				move 0 to depDate(dep-count)
			end-if
			move "file=" to rg-work
			perform 530-extract-register-value
			move rg-value to depInput(dep-count)
			move "key=" to rg-work
			perform 530-extract-register-value
			move rg-value(1:10) to depKeyId(dep-count)
			move "output=" to rg-work
			perform 530-extract-register-value
			if rg-value is not equal to spaces
				move rg-value to depOutput(dep-count)
			else
				move spaces to depOutput(dep-count)
				if depOp(dep-count) is equal to "e"
					string function trim(depInput(dep-count)) delimited by size
						".enc" delimited by size
						into depOutput(dep-count)
				else
					string function trim(depInput(dep-count)) delimited by size
						".rek" delimited by size
						into depOutput(dep-count)
				end-if
			end-if
		end-if
	end-if.

*> Decides whether the later run dp-j took entry dp-i's output away
*> from its key: it wrote the same output name over it, or it re-keyed
*> that output onto another key.
520-check-superseded.

	if depOutput(dp-j) is equal to depOutput(dp-i)
		move "Y" to depGone(dp-i)
	end-if.
	if depOp(dp-j) is equal to "r" and depInput(dp-j) is equal to depOutput(dp-i)
		move "Y" to depGone(dp-i)
	end-if.

*> Finds the keyword named in rg-work inside the register line and
*> returns the value that follows it, or spaces when the line does not
*> carry it. Every keyword but the leading date= is matched with a
*> leading space, so key= can never match inside another keyword. A
*> keyword whose value is genuinely blank sits directly before the next
*> pair, which comes back carrying an "=" no real value holds - it is
*> blanked.
530-extract-register-value.

	move spaces to rg-junk.
	move spaces to rg-rest.
	move spaces to rg-value.
	if rg-work is equal to "date="
		unstring regLine delimited by "date="
			into rg-junk rg-rest
		end-unstring
	else
		move spaces to rg-delim
		string " " delimited by size
			function trim(rg-work) delimited by size
			into rg-delim
		unstring regLine delimited by rg-delim(1:function length(function trim(rg-work)) + 1)
			into rg-junk rg-rest
		end-unstring
	end-if.
	if rg-rest is not equal to spaces
		move function trim(rg-rest) to rg-rest
		unstring rg-rest delimited by all spaces into rg-value
		end-unstring
		move 0 to eq-count
		inspect rg-value tallying eq-count for all "="
		if eq-count is greater than 0
			move spaces to rg-value
		end-if
	end-if.

*> Counts the outputs still enciphered under the key named in
*> dep-key-id.
540-count-key-dependents.

	move 0 to key-dependents.
	perform varying dp-i from 1 by 1 until dp-i is greater than dep-count
		if depGone(dp-i) is equal to "N" and depKeyId(dp-i) is equal to dep-key-id
			add 1 to key-dependents
		end-if
	end-perform.

*> Writes CIPHER-KEYDEPS.RPT: for each key on the ring (or just the key
*> asked about), its status and every output file still enciphered
*> under it, then the outputs whose key was never recorded. A key with
*> no dependents and RETIRED status is the one DESTROY will accept.
600-write-inventory-report.

	if tx-action is equal to "DEPENDS"
		move tx-keyid to dep-key-want
	end-if.
	open output depfile.
	if depfile-status is not equal to "00"
		display "Could not open CIPHER-KEYDEPS.RPT (status " depfile-status ")."
		move 8 to new-rc
		perform 099-raise-return-code
	else
		move spaces to dep-detail
		string "KEY DEPENDENCY INVENTORY  date=" delimited by size
			run-date delimited by size
			into dep-detail
		perform 620-put-line
		if inventory-ok is not equal to "Y"
			move "*** INVENTORY INCOMPLETE - the register could not be read in full ***" to dep-detail
			perform 620-put-line
		end-if
		move spaces to dep-detail
		perform 620-put-line
		perform varying km-i from 1 by 1 until km-i is greater than ring-count
			if dep-key-want is equal to spaces or ringId(km-i) is equal to dep-key-want
				perform 610-report-one-key
			end-if
		end-perform
		move "UNATTRIBUTED (key id not recorded - re-key to attribute)" to dep-detail
		perform 620-put-line
		if unattributed is equal to 0
			move "  (none)" to dep-detail
			perform 620-put-line
		else
			perform varying dp-i from 1 by 1 until dp-i is greater than dep-count
				if depGone(dp-i) is equal to "N" and depKeyId(dp-i) is equal to spaces
					perform 630-put-dependent
				end-if
			end-perform
		end-if
		close depfile
	end-if.

*> Reports one key-ring entry and the outputs that still need it.
610-report-one-key.

	move ringId(km-i) to dep-key-id.
	perform 540-count-key-dependents.
	move key-dependents to dep-ed.
	move spaces to dep-detail.
	if ringKeyword(km-i) is equal to spaces
		string ringId(km-i) delimited by size
			" DESTROYED  dependents=" delimited by size
			function trim(dep-ed) delimited by size
			into dep-detail
	else
		string ringId(km-i) delimited by size
			" " delimited by size
			ringStatus(km-i) delimited by size
			"   dependents=" delimited by size
			function trim(dep-ed) delimited by size
			into dep-detail
	end-if.
	perform 620-put-line.
	perform varying dp-i from 1 by 1 until dp-i is greater than dep-count
		if depGone(dp-i) is equal to "N" and depKeyId(dp-i) is equal to ringId(km-i)
			perform 630-put-dependent
		end-if
	end-perform.
	move spaces to dep-detail.
	perform 620-put-line.

*> Writes the line just built to the inventory report and the console.
620-put-line.

	move dep-detail to depLine.
	write keydeps-record.
	display dep-detail(1:100).

*> Lists one dependent output: when it was written, by which operation,
*> and from which input.
630-put-dependent.

	move spaces to dep-detail.
	if depOp(dp-i) is equal to "r"
		string "    " depDate(dp-i) delimited by size
			" " delimited by size
			function trim(depOutput(dp-i)) delimited by size
			" (re-key of " delimited by size
			function trim(depInput(dp-i)) delimited by size
			")" delimited by size
			into dep-detail
	else
	if depOp(dp-i) is equal to "s"
		string "    " depDate(dp-i) delimited by size
			" " delimited by size
			function trim(depOutput(dp-i)) delimited by size
			" (split of " delimited by size
			function trim(depInput(dp-i)) delimited by size
			")" delimited by size
			into dep-detail
	else
		string "    " depDate(dp-i) delimited by size
			" " delimited by size
			function trim(depOutput(dp-i)) delimited by size
			" (encrypt of " delimited by size
			function trim(depInput(dp-i)) delimited by size
			")" delimited by size
			into dep-detail
	end-if
	end-if.
	perform 620-put-line.
