data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	nightly-checkpoint.
01	nightly-checkpoint-input	pic	x(72).
fd	stats-file.
01	stats-file-record	pic	x(110).
fd	board-report.
01	checkpoint-found	pic	a	value 'N'.
01	today-date	pic	9(08).
01	report-date	pic	9(08).
01	audit-business-date	pic	9(08).
01	yesterday-day-number	pic	9(08).
01	suite-date	pic	9(08).
01	last-step-completed	pic	9(02)	value 0.
01	count-edit-2	pic	zzzzzzz9.
01	count-edit-3	pic	zzzzzzz9.
01	step-edit	pic	z9.
01	status-idx	pic	9(02).
01	steps-not-ok	pic	9(02)	value 0.
01	code-edit	pic	zz9.
copy "audit-log-record.cpy".
copy "nightly-checkpoint-record.cpy".
copy "isogram-stats-record.cpy".

procedure division.

open input nightly-checkpoint.
if nightly-checkpoint-status = '00'
	move spaces to nightly-checkpoint-record
	read nightly-checkpoint into nightly-checkpoint-record
	at end
		continue
		move 'Y' to checkpoint-found
		move ckp-run-date to suite-date
		move ckp-last-step-completed to last-step-completed
		if ckp-step-count not numeric
			move 0 to ckp-step-count
		end-if
	end-read
	close nightly-checkpoint
end-if.
	move "SUITE STATUS: NO NIGHTLY CHECKPOINT ON FILE - SUITE HAS NOT RUN"
		to report-line
else
	move 0 to steps-not-ok
	perform varying status-idx from 1 by 1 until status-idx > ckp-step-count
		if ckp-step-failed(status-idx) or ckp-step-blocked(status-idx)
			add 1 to steps-not-ok
		end-if
	end-perform
	if last-step-completed >= final-step-number
		if steps-not-ok > 0
			move steps-not-ok to step-edit
			move spaces to report-line
			string "SUITE STATUS: COMPLETE WITH " delimited by size
				function trim(step-edit) delimited by size
				" FAILED OR SKIPPED STEP(S)" delimited by size
				into report-line
			end-string
		else
			move "SUITE STATUS: COMPLETE" to report-line
		end-if
	else
		move last-step-completed to step-edit
		move spaces to report-line
end-if.
write report-line.
display function trim(report-line).
if checkpoint-found = 'Y'
	perform varying status-idx from 1 by 1 until status-idx > ckp-step-count
		if ckp-step-failed(status-idx) or ckp-step-blocked(status-idx)
			perform write-step-status-line
		end-if
	end-perform
end-if.
move spaces to report-line.
write report-line.


goback.

write-step-status-line.
move ckp-step-number(status-idx) to step-edit.
move spaces to report-line.
if ckp-step-failed(status-idx)
	string "  STEP " delimited by size
		function trim(step-edit) delimited by size
		" FAILED" delimited by size
		into report-line
	end-string
else
	string "  STEP " delimited by size
		function trim(step-edit) delimited by size
		" SKIPPED, PREREQUISITE FAILED" delimited by size
		into report-line
	end-string
end-if.
write report-line.
display function trim(report-line).

find-final-step-number.
move 0 to final-step-number.
open input step-file.
		at end
			move 'Y' to audit-end
		not at end
			move alr-run-date to audit-business-date
			if alr-business-date numeric and alr-business-date > 0
				move alr-business-date to audit-business-date
			end-if
			if audit-business-date = report-date
				perform find-program-entry
				if pgm-overflow = 'N'
					if alr-event-start
