fd	cat-checkpoint-temp.
01	cat-checkpoint-temp-record	pic	x(208).
fd	nightly-checkpoint.
01	nightly-checkpoint-input	pic	x(72).

working-storage section.
01	cat-checkpoint-status	pic	xx.
01	entries-shown	pic	9(04)	value 0.
01	record-number-edit	pic	zzzzzzz9.
01	action-taken	pic	x(60)	value spaces.
01	status-idx	pic	9(02).
01	step-status-text	pic	x(30).
01	function-refused	pic	a	value 'N'.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "nightly-checkpoint-record.cpy".
copy "lock-request-record.cpy".
copy "operator-signon-record.cpy".
copy "run-id-record.cpy".

procedure division.

perform show-checkpoints.

if clear-cat-mode = 'Y' or reset-nightly-mode = 'Y'
	or clear-lock-mode = 'Y'
	move 'S' to osn-action
	move "ckpmgr" to osn-program-name
	move rid-run-id to osn-run-id
	call "signon" using operator-signon-record
	if osn-denied
		display "ckpmgr: no checkpoints or locks changed"
		move 'N' to clear-cat-mode
		move 'N' to reset-nightly-mode
		move 'N' to clear-lock-mode
		move 'Y' to function-refused
	end-if
end-if.

if clear-cat-mode = 'Y'
	move "CKPMGR-CLEARCAT" to osn-function
	perform authorize-function
	if osn-granted
		perform clear-cat-entry
	end-if
end-if.

if reset-nightly-mode = 'Y'
	move "CKPMGR-RESETNIGHTLY" to osn-function
	perform authorize-function
	if osn-granted
		perform reset-nightly-checkpoint
	end-if
end-if.

if clear-lock-mode = 'Y'
	move "CKPMGR-CLEARLOCK" to osn-function
	perform authorize-function
	if osn-granted
		perform clear-one-lock
	end-if
end-if.

if action-taken not = spaces
	move action-taken to alr-key-param
end-if.
if function-refused = 'Y'
	move 8 to return-code
end-if.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.

goback.

authorize-function.
move 'C' to osn-action.
call "signon" using operator-signon-record.
if osn-denied
	move 'Y' to function-refused
end-if.

show-checkpoints.
display "ckpmgr: CAT.CKP entries".
move 0 to entries-shown.
display "ckpmgr: NIGHTLY.CKP".
open input nightly-checkpoint.
if nightly-checkpoint-status = '00'
	move spaces to nightly-checkpoint-record
	read nightly-checkpoint into nightly-checkpoint-record
	at end
		display "  empty checkpoint file"
	not at end
		display "  run date " ckp-run-date
			" - last step completed " ckp-last-step-completed
		if ckp-step-count numeric
			perform varying status-idx from 1 by 1
				until status-idx > ckp-step-count
				perform show-step-status
			end-perform
		end-if
	end-read
	close nightly-checkpoint
else
	display "  none on file"
end-if.

show-step-status.
evaluate true
	when ckp-step-completed(status-idx)
		move "completed" to step-status-text
	when ckp-step-failed(status-idx)
		move "failed" to step-status-text
	when ckp-step-blocked(status-idx)
		move "skipped, prerequisite failed" to step-status-text
	when ckp-step-not-run(status-idx)
		move "not due or disabled" to step-status-text
	when other
		move "unknown" to step-status-text
end-evaluate.
display "    step " ckp-step-number(status-idx)
	" - " function trim(step-status-text).

clear-cat-entry.
move 'N' to entry-cleared.
move 'N' to checkpoint-end.
	display "ckpmgr: NIGHTLY.CKP not on file, nothing to reset"
	move 4 to return-code
else
	move spaces to nightly-checkpoint-record
	read nightly-checkpoint into nightly-checkpoint-record
	at end
		move 0 to ckp-run-date
	end-read
	close nightly-checkpoint
	move 0 to ckp-last-step-completed
	move 0 to ckp-step-count
	open output nightly-checkpoint
	write nightly-checkpoint-input from nightly-checkpoint-record
	close nightly-checkpoint
	display "ckpmgr: nightly step counter and step statuses reset for run date "
		ckp-run-date
	move spaces to action-taken
	string "reset nightly checkpoint, run date " delimited by size
		ckp-run-date delimited by size
		into action-taken
	end-string
end-if.
