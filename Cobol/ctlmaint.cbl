	select control-file assign to "CONTROL.DAT"
	organization is line sequential
	file status is control-file-status.
	select pending-file assign to "CTLPEND.DAT"
	organization is line sequential
	file status is pending-file-status.
	select pending-temp-file assign to "CTLPEND.TMP"
	organization is line sequential.

data division.
file section.
fd	control-file.
01	control-file-record	pic	x(412).
fd	pending-file.
01	pending-file-record	pic	x(525).
fd	pending-temp-file.
01	pending-temp-record	pic	x(525).

working-storage section.
01	control-file-status	pic	xx.
01	pending-file-status	pic	xx.
01	pending-end	pic	a	value 'N'.
01	control-found	pic	a	value 'N'.
01	operator-initials	pic	x(03).
01	answer-text	pic	x(200).
01	numeric-answer	pic	9(03).
01	confirm-write	pic	x(01).
01	changes-made	pic	9(03)	value 0.
01	changes-made-edit	pic	zz9.
01	old-control-record.
	05	old-1mal1-upper-bound		pic	9(03).
	05	old-cat-number-mode		pic	x(01).
	05	old-isogram-word-list		pic	x(200).
	05	old-1mal1-operation		pic	x(01).
	05	old-generations-keep		pic	9(02).
	05	old-extract-ack-hours		pic	9(03).
01	old-value-display	pic	x(200).
01	new-value-display	pic	x(200).
01	sw-idx	pic	9(02).
01	approve-mode	pic	a	value 'N'.
	88	approve-mode-on	value 'Y'.
01	today-date	pic	9(08).
01	effective-date	pic	9(08).
01	pending-id	pic	x(16).
01	last-listed-id	pic	x(16).
01	chosen-id	pic	x(16).
01	chosen-requester	pic	x(03).
01	chosen-found	pic	a	value 'N'.
01	pending-set-count	pic	9(05)	value 0.
01	pending-set-edit	pic	zzzz9.
01	sets-actioned	pic	9(05)	value 0.
01	sets-actioned-edit	pic	zzzz9.
01	action-char	pic	x(01).
01	lock-held	pic	a	value 'N'.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "control-record.cpy".
copy "control-pending-record.cpy".
copy "lock-request-record.cpy".
copy "operator-signon-record.cpy".
copy "run-id-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-approve"
		move 'Y' to approve-mode
	end-if
end-perform.

accept today-date from date yyyymmdd.

move 10 to ctl-1mal1-upper-bound.
move 'N' to ctl-cat-number-mode.
move 'Y' to ctl-isogram-case-fold.
move spaces to ctl-isogram-word-list.
move 'M' to ctl-1mal1-operation.
move 3 to ctl-generations-keep.
move 24 to ctl-extract-ack-hours.

open input control-file.
if control-file-status = '00'
	if ctl-generations-keep not numeric or ctl-generations-keep = 0
		move 3 to ctl-generations-keep
	end-if
	if ctl-extract-ack-hours not numeric or ctl-extract-ack-hours = 0
		move 24 to ctl-extract-ack-hours
	end-if
else
	display "ctlmaint: CONTROL.DAT not found, starting from defaults"
end-if.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
if approve-mode-on
	move "control change approval" to alr-key-param
else
	move "control file maintenance" to alr-key-param
end-if.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

perform sign-on-operator.
if osn-granted
	if approve-mode-on
		move "CTLMAINT-APPROVE" to osn-function
	else
		move "CTLMAINT-UPDATE" to osn-function
	end-if
	perform authorize-function
end-if.
if osn-denied
	display "ctlmaint: no changes made"
	move 8 to return-code
else
	if approve-mode-on
		perform approve-pending-changes
	else
		perform enter-pending-change
	end-if
end-if.

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

enter-pending-change.
display "ctlmaint: CONTROL.DAT maintenance".
perform show-current-settings.
perform count-pending-sets.
if pending-set-count > 0
	move pending-set-count to pending-set-edit
	display "ctlmaint: note - " function trim(pending-set-edit)
		" earlier change(s) still await approval"
end-if.

perform prompt-upper-bound.
perform prompt-operation.
perform prompt-generations-keep.
perform prompt-extract-ack-hours.
perform prompt-cat-number-mode.
perform prompt-case-fold.
perform prompt-ignore-punct.
perform prompt-cat-input-file.
perform prompt-isogram-word-list.

if control-record = old-control-record
	display "ctlmaint: no fields changed, nothing held for approval"
else
	display " "
	display "new settings would be:"
	perform show-current-settings
	perform prompt-effective-date
	display "hold these changes for approval (Y/N)? " with no advancing
	accept confirm-write
	move function upper-case(confirm-write) to confirm-write
	if confirm-write = 'Y'
		perform acquire-pending-lock
		if lock-held = 'Y'
			perform record-pending-changes
			perform release-pending-lock
			move changes-made to changes-made-edit
			display "ctlmaint: " function trim(changes-made-edit)
				" field(s) held as pending change " rid-run-id
				", effective " effective-date
			display "ctlmaint: a different operator must approve it"
				" with ctlmaint -approve before it is applied"
			if old-isogram-case-fold not = ctl-isogram-case-fold
				or old-isogram-ignore-punct not = ctl-isogram-ignore-punct
				display "ctlmaint: isogram flags change - WORDMASTER.IDX"
					" will be invalidated when this change is applied"
			end-if
		end-if
	else
		display "ctlmaint: no changes held"
	end-if
end-if.

move changes-made to changes-made-edit.
move spaces to alr-key-param.
string "control file maintenance, " delimited by size
	function trim(changes-made-edit) delimited by size
	" field(s) pending" delimited by size
	into alr-key-param
end-string.

sign-on-operator.
move 'S' to osn-action.
move "ctlmaint" to osn-program-name.
move rid-run-id to osn-run-id.
call "signon" using operator-signon-record.
if osn-granted
	move osn-operator-id to operator-initials
end-if.

authorize-function.
move 'C' to osn-action.
call "signon" using operator-signon-record.

prompt-effective-date.
move 'N' to field-valid.
perform until field-valid = 'Y'
	display "effective date, yyyymmdd (blank = " today-date
		", applied by the next nightly run): " with no advancing
	accept answer-text
	if answer-text = spaces
		move today-date to effective-date
		move 'Y' to field-valid
	else
		move function trim(answer-text) to answer-text
		if answer-text(1:8) is numeric and answer-text(9:) = spaces
			move answer-text(1:8) to effective-date
			if function test-date-yyyymmdd(effective-date) not = 0
				display "not a valid calendar date"
			else
				if effective-date < today-date
					display "effective date cannot be in the past"
				else
					move 'Y' to field-valid
				end-if
			end-if
		else
			display "effective date must be 8 digits, yyyymmdd"
		end-if
	end-if
end-perform.

approve-pending-changes.
display "ctlmaint: CONTROL.DAT change approval".
perform list-pending-changes.
if pending-set-count = 0
	display "ctlmaint: no control changes await approval"
else
	perform prompt-pending-id
	perform until chosen-id = spaces
		perform action-pending-set
		perform list-pending-changes
		if pending-set-count = 0
			display "ctlmaint: no control changes await approval"
			move spaces to chosen-id
		else
			perform prompt-pending-id
		end-if
	end-perform
end-if.

move sets-actioned to sets-actioned-edit.
display "ctlmaint: " function trim(sets-actioned-edit)
	" pending change(s) actioned".
move spaces to alr-key-param.
string "control change approval, " delimited by size
	function trim(sets-actioned-edit) delimited by size
	" actioned" delimited by size
	into alr-key-param
end-string.

count-pending-sets.
move 0 to pending-set-count.
move spaces to last-listed-id.
move 'N' to pending-end.
open input pending-file.
if pending-file-status = '00'
	perform until pending-end = 'Y'
		read pending-file into control-pending-record
		at end
			move 'Y' to pending-end
		not at end
			if cpr-pending and cpr-pending-id not = last-listed-id
				add 1 to pending-set-count
				move cpr-pending-id to last-listed-id
			end-if
	end-perform
	close pending-file
end-if.

list-pending-changes.
move 0 to pending-set-count.
move spaces to last-listed-id.
move 'N' to pending-end.
display " ".
display "CONTROL CHANGES AWAITING APPROVAL".
open input pending-file.
if pending-file-status = '00'
	perform until pending-end = 'Y'
		read pending-file into control-pending-record
		at end
			move 'Y' to pending-end
		not at end
			if cpr-pending
				if cpr-pending-id not = last-listed-id
					add 1 to pending-set-count
					move cpr-pending-id to last-listed-id
					display " "
					display "  change " cpr-pending-id
						"  requested by " cpr-requester
						" on " cpr-request-date
						"  effective " cpr-effective-date
				end-if
				display "    " function trim(cpr-field-name)
					": '" function trim(cpr-old-value)
					"' -> '" function trim(cpr-new-value) "'"
			end-if
	end-perform
	close pending-file
end-if.

prompt-pending-id.
display " ".
display "change id to approve or reject (blank = finish): "
	with no advancing.
accept answer-text.
move function trim(answer-text) to chosen-id.

action-pending-set.
move 'N' to chosen-found.
move spaces to chosen-requester.
move 'N' to pending-end.
open input pending-file.
perform until pending-end = 'Y'
	read pending-file into control-pending-record
	at end
		move 'Y' to pending-end
	not at end
		if cpr-pending and cpr-pending-id = chosen-id
			move 'Y' to chosen-found
			move cpr-requester to chosen-requester
		end-if
end-perform.
close pending-file.

if chosen-found = 'N'
	display "ctlmaint: " function trim(chosen-id)
		" is not a change awaiting approval"
else
	if chosen-requester = operator-initials
		display "ctlmaint: change " function trim(chosen-id)
			" was requested by " operator-initials
			" - a different operator must approve or reject it"
	else
		move 'N' to field-valid
		perform until field-valid = 'Y'
			display "A = approve, R = reject, blank = leave pending: "
				with no advancing
			accept answer-text
			move function upper-case(function trim(answer-text))
				to answer-text
			if answer-text = spaces or answer-text = 'A'
				or answer-text = 'R'
				move answer-text(1:1) to action-char
				move 'Y' to field-valid
			else
				display "please answer A, R or blank"
			end-if
		end-perform
		if action-char not = space
			perform acquire-pending-lock
			if lock-held = 'Y'
				perform rewrite-pending-file
				perform release-pending-lock
				add 1 to sets-actioned
				if action-char = 'A'
					display "ctlmaint: change " function trim(chosen-id)
						" approved, it will be applied by the nightly run"
						" on or after its effective date"
				else
					display "ctlmaint: change " function trim(chosen-id)
						" rejected"
				end-if
			end-if
		end-if
	end-if
end-if.

rewrite-pending-file.
move 'N' to pending-end.
open input pending-file.
open output pending-temp-file.
perform until pending-end = 'Y'
	read pending-file into control-pending-record
	at end
		move 'Y' to pending-end
	not at end
		if cpr-pending and cpr-pending-id = chosen-id
			move action-char to cpr-status
			move operator-initials to cpr-approver
			accept cpr-approve-date from date yyyymmdd
			accept cpr-approve-time from time
		end-if
		write pending-temp-record from control-pending-record
end-perform.
close pending-file.
close pending-temp-file.
move 'N' to pending-end.
open input pending-temp-file.
open output pending-file.
perform until pending-end = 'Y'
	read pending-temp-file into pending-temp-record
	at end
		move 'Y' to pending-end
	not at end
		write pending-file-record from pending-temp-record
end-perform.
close pending-temp-file.
close pending-file.
move 'N' to pending-end.

acquire-pending-lock.
move 'N' to lock-held.
move 'A' to lrr-action.
move "CTLPEND" to lrr-lock-name.
move "ctlmaint" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "ctlmaint: lock CTLPEND is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), try again later"
else
	move 'Y' to lock-held
end-if.

release-pending-lock.
move 'R' to lrr-action.
move "CTLPEND" to lrr-lock-name.
move "ctlmaint" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
move 'N' to lock-held.

show-current-settings.
display "  1mal1 upper bound ......: " ctl-1mal1-upper-bound.
display "  1mal1 operation ........: " ctl-1mal1-operation.
display "  generations to keep ....: " ctl-generations-keep.
display "  extract ack hours ......: " ctl-extract-ack-hours.
display "  cat number mode ........: " ctl-cat-number-mode.
display "  isogram case fold ......: " ctl-isogram-case-fold.
display "  isogram ignore punct ...: " ctl-isogram-ignore-punct.
	end-if
end-perform.

prompt-extract-ack-hours.
move 'N' to field-valid.
perform until field-valid = 'Y'
	display "hours allowed for extract acknowledgement, 1-999 (blank = keep "
		ctl-extract-ack-hours "): " with no advancing
	accept answer-text
	if answer-text = spaces
		move 'Y' to field-valid
	else
		move function trim(answer-text) to answer-text
		move 'Y' to digits-only
		if function length(function trim(answer-text)) > 3
			move 'N' to digits-only
		end-if
		perform varying digit-idx from 1 by 1
			until digit-idx > function length(function trim(answer-text))
			if answer-text(digit-idx:1) < '0' or answer-text(digit-idx:1) > '9'
				move 'N' to digits-only
			end-if
		end-perform
		if digits-only = 'Y'
			move function trim(answer-text) to numeric-answer
			if numeric-answer >= 1 and numeric-answer <= 999
				move numeric-answer to ctl-extract-ack-hours
				move 'Y' to field-valid
			else
				display "value must be between 1 and 999"
			end-if
		else
			display "value must be numeric, 1 to 3 digits"
		end-if
	end-if
end-perform.

prompt-cat-number-mode.
perform prompt-yes-no-setup.
display "cat number mode, Y/N (blank = keep " ctl-cat-number-mode "): "
	move function trim(answer-text) to ctl-isogram-word-list
end-if.

record-pending-changes.
open extend pending-file.
if pending-file-status = '35'
	open output pending-file
end-if.
if old-1mal1-upper-bound not = ctl-1mal1-upper-bound
	move old-1mal1-upper-bound to old-value-display
	move ctl-1mal1-upper-bound to new-value-display
	move "ctl-1mal1-upper-bound" to cpr-field-name
	perform write-pending-record
end-if.
if old-cat-number-mode not = ctl-cat-number-mode
	move old-cat-number-mode to old-value-display
	move ctl-cat-number-mode to new-value-display
	move "ctl-cat-number-mode" to cpr-field-name
	perform write-pending-record
end-if.
if old-isogram-case-fold not = ctl-isogram-case-fold
	move old-isogram-case-fold to old-value-display
	move ctl-isogram-case-fold to new-value-display
	move "ctl-isogram-case-fold" to cpr-field-name
	perform write-pending-record
end-if.
if old-isogram-ignore-punct not = ctl-isogram-ignore-punct
	move old-isogram-ignore-punct to old-value-display
	move ctl-isogram-ignore-punct to new-value-display
	move "ctl-isogram-ignore-punct" to cpr-field-name
	perform write-pending-record
end-if.
if old-cat-input-file not = ctl-cat-input-file
	move old-cat-input-file to old-value-display
	move ctl-cat-input-file to new-value-display
	move "ctl-cat-input-file" to cpr-field-name
	perform write-pending-record
end-if.
if old-isogram-word-list not = ctl-isogram-word-list
	move old-isogram-word-list to old-value-display
	move ctl-isogram-word-list to new-value-display
	move "ctl-isogram-word-list" to cpr-field-name
	perform write-pending-record
end-if.
if old-1mal1-operation not = ctl-1mal1-operation
	move old-1mal1-operation to old-value-display
	move ctl-1mal1-operation to new-value-display
	move "ctl-1mal1-operation" to cpr-field-name
	perform write-pending-record
end-if.
if old-generations-keep not = ctl-generations-keep
	move old-generations-keep to old-value-display
	move ctl-generations-keep to new-value-display
	move "ctl-generations-keep" to cpr-field-name
	perform write-pending-record
end-if.
if old-extract-ack-hours not = ctl-extract-ack-hours
	move old-extract-ack-hours to old-value-display
	move ctl-extract-ack-hours to new-value-display
	move "ctl-extract-ack-hours" to cpr-field-name
	perform write-pending-record
end-if.
close pending-file.

write-pending-record.
move rid-run-id to cpr-pending-id.
move 'P' to cpr-status.
move operator-initials to cpr-requester.
accept cpr-request-date from date yyyymmdd.
accept cpr-request-time from time.
move effective-date to cpr-effective-date.
move old-value-display to cpr-old-value.
move new-value-display to cpr-new-value.
move spaces to cpr-approver.
move 0 to cpr-approve-date.
move 0 to cpr-approve-time.
move 0 to cpr-applied-date.
move 0 to cpr-applied-time.
move spaces to cpr-applied-run-id.
write pending-file-record from control-pending-record.
add 1 to changes-made.
