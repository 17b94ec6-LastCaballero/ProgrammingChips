data division.
file section.
fd	checkpoint-file.
01	checkpoint-file-record	pic	x(72).
fd	control-file.
01	control-file-record	pic	x(412).
fd	step-file.
copy "nightly-step-record.cpy".
fd	holiday-file.
		10	ste-weekdays		pic	x(07).
		10	ste-month-day		pic	9(02).
		10	ste-parameter		pic	x(100).
		10	ste-prerequisite	pic	9(02)	occurs 5 times.
01	step-idx	pic	9(02).
01	prereq-idx	pic	9(01).
01	dependency-mode	pic	a	value 'N'.
01	prereq-blocked	pic	a	value 'N'.
01	blocking-step	pic	9(02).
01	suite-failed	pic	a	value 'N'.
01	lookup-step-number	pic	9(02).
01	lookup-status	pic	x(01).
01	status-idx	pic	9(02).
01	found-idx	pic	9(02).
01	new-step-status	pic	x(01).
01	holiday-file-status	pic	xx.
01	holiday-end	pic	a	value 'N'.
01	holiday-today	pic	a	value 'N'.
01	check-isogram-outputs	pic	a	value 'N'.
01	count-edit	pic	zzzzzzz9.
01	expected-edit	pic	zzzzzzz9.
01	clock-date	pic	9(08).
01	last-business-date	pic	9(08).
01	next-day-number	pic	9(08).
01	clock-day-number	pic	9(08).
01	date-count	pic	9(02)	value 0.
01	business-date-ahead	pic	a	value 'N'.
01	date-count-edit	pic	z9.
01	date-idx	pic	9(02).
01	business-date-table.
	05	business-date	pic	9(08)	occurs 31 times.
01	date-outcome	pic	x(01).
01	suite-outcome	pic	x(01).
copy "audit-log-record.cpy".
copy "nightly-checkpoint-record.cpy".
copy "isogram-stats-record.cpy".
copy "control-apply-record.cpy".
copy "control-record.cpy".
copy "lock-request-record.cpy".
copy "run-id-record.cpy".
copy "operator-alert-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
display 1 upon argument-number.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

perform load-step-definitions.

perform build-business-date-list.

move 'C' to suite-outcome.
if business-date-ahead = 'Y'
	move 'F' to suite-outcome
end-if.
perform varying date-idx from 1 by 1
	until date-idx > date-count or suite-outcome = 'F'
	move business-date(date-idx) to today-run-date
	if date-count > 1
		display "nightlybatch: processing business date " today-run-date
			" (" date-idx " of " date-count ")"
	end-if
	perform process-business-date
	evaluate date-outcome
		when 'F'
			move 'F' to suite-outcome
		when 'W'
			move 'W' to suite-outcome
			perform advance-business-date
		when other
			perform advance-business-date
	end-evaluate
end-perform.

move 'C' to bdq-action.
call "busdate" using business-date-request-record.

evaluate suite-outcome
	when 'F'
		move 8 to return-code
	when 'W'
		move 4 to return-code
	when other
		move 0 to return-code
end-evaluate.
perform end-suite-run.

goback.

build-business-date-list.
move 0 to date-count.
accept clock-date from date yyyymmdd.
move 'L' to bdq-action.
call "busdate" using business-date-request-record.
if bdq-not-found
	display "nightlybatch: BUSDATE.DAT not found, the business date starts at "
		clock-date
	move 1 to date-count
	move clock-date to business-date(1)
else
	evaluate true
		when bdq-date = clock-date
			move 1 to date-count
			move clock-date to business-date(1)
		when bdq-date > clock-date
			move 'Y' to business-date-ahead
			display "nightlybatch: business date " bdq-date
				" in BUSDATE.DAT is later than the clock date " clock-date
				", nothing run"
			move 'C' to oar-severity
			move "NBT0012" to oar-alert-code
			move spaces to oar-alert-text
			string "business date " delimited by size
				bdq-date delimited by size
				" in BUSDATE.DAT is ahead of the clock date " delimited by size
				clock-date delimited by size
				" - suite not run" delimited by size
				into oar-alert-text
			end-string
			perform raise-alert
		when other
			move bdq-date to last-business-date
			compute next-day-number = function integer-of-date(last-business-date) + 1
			compute clock-day-number = function integer-of-date(clock-date)
			perform until next-day-number > clock-day-number or date-count >= 31
				compute today-run-date = function date-of-integer(next-day-number)
				perform check-holiday-calendar
				if holiday-today = 'N'
					add 1 to date-count
					move today-run-date to business-date(date-count)
				else
					display "nightlybatch: " today-run-date
						" is on the holiday calendar, no run is due for it"
				end-if
				add 1 to next-day-number
			end-perform
			if date-count > 1
				move date-count to date-count-edit
				display "nightlybatch: last business date was " last-business-date
					", catching up " function trim(date-count-edit) " business dates"
				move 'W' to oar-severity
				move "NBT0009" to oar-alert-code
				move spaces to oar-alert-text
				string "missed business dates after " delimited by size
					last-business-date delimited by size
					" - catching up " delimited by size
					function trim(date-count-edit) delimited by size
					" runs" delimited by size
					into oar-alert-text
				end-string
				perform raise-alert
			end-if
			if next-day-number <= clock-day-number
				display "nightlybatch: more than 31 business dates are outstanding,"
					" the rest will be caught up on the next run"
				move 'W' to oar-severity
				move "NBT0010" to oar-alert-code
				move "catch-up limited to 31 business dates - more remain outstanding"
					to oar-alert-text
				perform raise-alert
			end-if
			if date-count = 0
				display "nightlybatch: no business dates are due - "
					clock-date " is on the holiday calendar"
			end-if
	end-evaluate
end-if.

advance-business-date.
move 'A' to bdq-action.
move today-run-date to bdq-date.
move rid-run-id to bdq-run-id.
call "busdate" using business-date-request-record.
if bdq-refused
	display "nightlybatch: BUSDATE.DAT already holds " bdq-date
		", not moved back to " today-run-date
	move 'C' to oar-severity
	move "NBT0012" to oar-alert-code
	move spaces to oar-alert-text
	string "BUSDATE.DAT holds " delimited by size
		bdq-date delimited by size
		", later than the business date just run " delimited by size
		today-run-date delimited by size
		into oar-alert-text
	end-string
	perform raise-alert
	move 'F' to suite-outcome
end-if.
if bdq-failed
	display "nightlybatch: BUSDATE.DAT could not be advanced to " today-run-date
	move 'C' to oar-severity
	move "NBT0011" to oar-alert-code
	move spaces to oar-alert-text
	string "BUSDATE.DAT could not be advanced to " delimited by size
		today-run-date delimited by size
		into oar-alert-text
	end-string
	perform raise-alert
	move 'F' to suite-outcome
end-if.
if bdq-ok
	display "nightlybatch: business date advanced to " today-run-date
end-if.

process-business-date.
move 'C' to date-outcome.
move 'N' to suite-failed.
move 'N' to suite-warning.
move 'N' to step-failed.
move 0 to recon-errors.
move 'S' to bdq-action.
move today-run-date to bdq-date.
call "busdate" using business-date-request-record.

move today-run-date to cap-as-of-date.
move rid-run-id to cap-run-id.
call "ctlapply" using control-apply-record.
if cap-locked
	display "nightlybatch: approved control changes were not applied,"
		" running with CONTROL.DAT as it stands"
	move 'W' to oar-severity
	move "NBT0008" to oar-alert-code
	move "approved control changes not applied - CTLPEND lock held"
		to oar-alert-text
	perform raise-alert
end-if.
if cap-failed
	display "nightlybatch: CONTROL.DAT could not be rewritten with"
		" the approved changes"
	move 'C' to oar-severity
	move "NBT0001" to oar-alert-code
	move "CONTROL.DAT could not be rewritten with approved changes"
		to oar-alert-text
	perform raise-alert
	move 'F' to date-outcome
end-if.
if date-outcome = 'C'
	perform read-control-file
end-if.
if date-outcome = 'C'
	perform run-due-steps
end-if.

read-control-file.
open input control-file.
if control-file-status not = '00'
	display "nightlybatch: CONTROL.DAT not found, cannot run unattended"
	move 'C' to oar-severity
	move "NBT0001" to oar-alert-code
	move "CONTROL.DAT not found, cannot run unattended" to oar-alert-text
	perform raise-alert
	move 'F' to date-outcome
else
	read control-file into control-record
	close control-file
	move 'Y' to control-is-valid
	if ctl-1mal1-upper-bound = 0
		display "nightlybatch: CONTROL.DAT is missing ctl-1mal1-upper-bound"
		move 'N' to control-is-valid
	end-if
	if ctl-cat-input-file = spaces
		display "nightlybatch: CONTROL.DAT is missing ctl-cat-input-file"
		move 'N' to control-is-valid
	end-if
	if ctl-isogram-word-list = spaces
		display "nightlybatch: CONTROL.DAT is missing ctl-isogram-word-list"
		move 'N' to control-is-valid
	end-if
	if control-is-valid = 'N'
		display "nightlybatch: suite halted - CONTROL.DAT is incomplete"
		move 'C' to oar-severity
		move "NBT0001" to oar-alert-code
		move "suite halted - CONTROL.DAT is incomplete" to oar-alert-text
		perform raise-alert
		move 'F' to date-outcome
	end-if
end-if.

run-due-steps.
perform read-checkpoint.

compute today-day-number = function integer-of-date(today-run-date).
		" is on the holiday calendar - no steps are due tonight"
end-if.

perform varying step-idx from 1 by 1
	until step-idx > step-count or step-failed = 'Y'
	move ste-step-number(step-idx) to lookup-step-number
	perform find-step-status
	if lookup-status not = 'C'
		if ste-enabled(step-idx) = 'Y'
			perform check-step-due
			if step-due = 'Y'
				perform check-prerequisites
				if prereq-blocked = 'Y'
					perform skip-blocked-step
				else
					perform run-one-step
				end-if
			else
				display "nightlybatch: step " ste-step-number(step-idx)
					" - " function trim(ste-program-name(step-idx))
					" is not due tonight ("
					function trim(not-due-reason) "), skipping"
				move 'N' to new-step-status
				perform record-step-status
			end-if
		else
			display "nightlybatch: step " ste-step-number(step-idx)
				" - " function trim(ste-program-name(step-idx))
				" is disabled, skipping"
			move 'N' to new-step-status
			perform record-step-status
		end-if
	end-if
end-perform.
if step-failed = 'Y'
	move 'F' to date-outcome
else
	perform reconcile-outputs
	evaluate true
		when recon-errors > 0
			display "nightlybatch: output reconciliation failed - see RECON.RPT"
			move 'E' to oar-severity
			move "NBT0004" to oar-alert-code
			move "output reconciliation failed - see RECON.RPT" to oar-alert-text
			perform raise-alert
			move 0 to last-step-completed
			move 0 to ckp-step-count
			perform write-checkpoint
			move 'F' to date-outcome
		when suite-failed = 'Y'
			display "nightlybatch: suite complete with failed steps - rerun to retry the failed branch"
			move 'F' to date-outcome
		when suite-warning = 'Y'
			display "nightlybatch: suite complete with warnings - check the step messages above"
			move 'W' to date-outcome
		when other
			display "nightlybatch: suite complete"
	end-evaluate
end-if.

reconcile-outputs.
display "nightlybatch: reconciling step outputs".
open output recon-report.
move 'N' to check-1mal1-outputs.
move 'N' to check-isogram-outputs.
perform varying step-idx from 1 by 1 until step-idx > step-count
	move ste-step-number(step-idx) to lookup-step-number
	perform find-step-status
	if lookup-status = 'C'
		if function trim(ste-program-name(step-idx)) = "1mal1"
			move 'Y' to check-1mal1-outputs
		end-if
		if function trim(ste-program-name(step-idx)) = "isogram"
			move 'Y' to check-isogram-outputs
		end-if
	end-if
end-perform.
					move 0 to ste-month-day(step-count)
				end-if
				move stp-parameter to ste-parameter(step-count)
				perform varying prereq-idx from 1 by 1 until prereq-idx > 5
					if stp-prerequisite(prereq-idx) numeric
						move stp-prerequisite(prereq-idx)
							to ste-prerequisite(step-count, prereq-idx)
					else
						move 0 to ste-prerequisite(step-count, prereq-idx)
					end-if
					if ste-prerequisite(step-count, prereq-idx) > 0
						move 'Y' to dependency-mode
					end-if
				end-perform
			else
				display "nightlybatch: more than 20 steps in NIGHTLY.STP, ignoring "
					function trim(stp-program-name)
end-if.
if step-count = 0
	display "nightlybatch: NIGHTLY.STP not found or empty, using the built-in step list"
	move 5 to step-count
	move 1 to ste-step-number(1)
	move "mfbackup" to ste-program-name(1)
	move 'Y' to ste-enabled(1)
	move "isogram" to ste-program-name(4)
	move 'Y' to ste-enabled(4)
	move 'N' to ste-continue-on-fail(4)
	move 5 to ste-step-number(5)
	move "retain" to ste-program-name(5)
	move 'Y' to ste-enabled(5)
	move 'Y' to ste-continue-on-fail(5)
	perform varying step-idx from 1 by 1 until step-idx > step-count
		move 'D' to ste-frequency(step-idx)
		move spaces to ste-weekdays(step-idx)
		move 0 to ste-month-day(step-idx)
		move spaces to ste-parameter(step-idx)
		perform varying prereq-idx from 1 by 1 until prereq-idx > 5
			move 0 to ste-prerequisite(step-idx, prereq-idx)
		end-perform
	end-perform
	move 'M' to ste-frequency(5)
	move 1 to ste-month-day(5)
end-if.

run-one-step.
display "NIGHTLYARGS" upon environment-name.
display env-parameter upon environment-value.
if return-code = 0
	move 'C' to new-step-status
	perform record-step-status
else
	evaluate true
		when ste-continue-on-fail(step-idx) = 'Y'
			display "nightlybatch: step " ste-step-number(step-idx)
				" failed with return code " return-code
				", continuing per step definition"
			move 'W' to oar-severity
			move "NBT0003" to oar-alert-code
			move spaces to oar-alert-text
			string "step " delimited by size
				ste-step-number(step-idx) delimited by size
				" - " delimited by size
				function trim(ste-program-name(step-idx)) delimited by size
				" failed, suite continuing" delimited by size
				into oar-alert-text
			end-string
			perform raise-alert
			move 'Y' to suite-warning
			move 'F' to new-step-status
			perform record-step-status
			move 0 to return-code
		when dependency-mode = 'Y'
			display "nightlybatch: step " ste-step-number(step-idx)
				" failed, steps that depend on it will be skipped"
			move 'C' to oar-severity
			move "NBT0002" to oar-alert-code
			move spaces to oar-alert-text
			string "step " delimited by size
				ste-step-number(step-idx) delimited by size
				" - " delimited by size
				function trim(ste-program-name(step-idx)) delimited by size
				" failed, dependent steps skipped" delimited by size
				into oar-alert-text
			end-string
			perform raise-alert
			move 'Y' to suite-failed
			move 'F' to new-step-status
			perform record-step-status
			move 0 to return-code
		when other
			display "nightlybatch: step " ste-step-number(step-idx)
				" failed, suite halted - rerun to restart here"
			move 'C' to oar-severity
			move "NBT0002" to oar-alert-code
			move spaces to oar-alert-text
			string "step " delimited by size
				ste-step-number(step-idx) delimited by size
				" - " delimited by size
				function trim(ste-program-name(step-idx)) delimited by size
				" failed, suite halted" delimited by size
				into oar-alert-text
			end-string
			perform raise-alert
			move 'Y' to step-failed
			move 8 to return-code
	end-evaluate
end-if.

check-prerequisites.
move 'N' to prereq-blocked.
move 0 to blocking-step.
perform varying prereq-idx from 1 by 1
	until prereq-idx > 5 or prereq-blocked = 'Y'
	if ste-prerequisite(step-idx, prereq-idx) > 0
		move ste-prerequisite(step-idx, prereq-idx) to lookup-step-number
		perform find-step-status
		if lookup-status = 'F' or lookup-status = 'P'
			move 'Y' to prereq-blocked
			move lookup-step-number to blocking-step
		end-if
	end-if
end-perform.

skip-blocked-step.
display "nightlybatch: step " ste-step-number(step-idx)
	" - " function trim(ste-program-name(step-idx))
	" skipped, prerequisite step " blocking-step " failed or was skipped".
move 'E' to oar-severity.
move "NBT0007" to oar-alert-code.
move spaces to oar-alert-text.
string "step " delimited by size
	ste-step-number(step-idx) delimited by size
	" - " delimited by size
	function trim(ste-program-name(step-idx)) delimited by size
	" skipped, prerequisite failed (step " delimited by size
	blocking-step delimited by size
	")" delimited by size
	into oar-alert-text
end-string.
perform raise-alert.
move 'Y' to suite-warning.
move 'P' to new-step-status.
perform record-step-status.

find-step-status.
move space to lookup-status.
perform varying status-idx from 1 by 1 until status-idx > ckp-step-count
	if ckp-step-number(status-idx) = lookup-step-number
		move ckp-step-status(status-idx) to lookup-status
	end-if
end-perform.

record-step-status.
move 0 to found-idx.
perform varying status-idx from 1 by 1 until status-idx > ckp-step-count
	if ckp-step-number(status-idx) = ste-step-number(step-idx)
		move status-idx to found-idx
	end-if
end-perform.
if found-idx = 0 and ckp-step-count < 20
	add 1 to ckp-step-count
	move ckp-step-count to found-idx
	move ste-step-number(step-idx) to ckp-step-number(found-idx)
end-if.
if found-idx > 0
	move new-step-status to ckp-step-status(found-idx)
end-if.
if ste-step-number(step-idx) > last-step-completed
	move ste-step-number(step-idx) to last-step-completed
end-if.
perform write-checkpoint.

end-suite-run.
move "nightlybatch" to alr-program-name.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.
perform release-suite-lock.
move alr-completion-code to return-code.

release-suite-lock.
move 'R' to lrr-action.
call "alertlog" using operator-alert-record.

read-checkpoint.
move spaces to nightly-checkpoint-record.
open input checkpoint-file.
if checkpoint-status = '00'
	read checkpoint-file into nightly-checkpoint-record
		at end
			move spaces to nightly-checkpoint-record
	end-read
	close checkpoint-file
end-if.
if ckp-run-date = today-run-date
	move ckp-last-step-completed to last-step-completed
	if ckp-step-count not numeric
		perform convert-old-checkpoint
	end-if
else
	move spaces to nightly-checkpoint-record
	move 0 to last-step-completed
	move 0 to ckp-step-count
end-if.

convert-old-checkpoint.
move 0 to ckp-step-count.
perform varying step-idx from 1 by 1 until step-idx > step-count
	if ste-step-number(step-idx) <= last-step-completed
		and ckp-step-count < 20
		add 1 to ckp-step-count
		move ste-step-number(step-idx) to ckp-step-number(ckp-step-count)
		move 'C' to ckp-step-status(ckp-step-count)
	end-if
end-perform.

write-checkpoint.
move today-run-date to ckp-run-date.
move last-step-completed to ckp-last-step-completed.
open output checkpoint-file.
write checkpoint-file-record from nightly-checkpoint-record.
close checkpoint-file.
