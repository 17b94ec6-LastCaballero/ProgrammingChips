identification division.
program-id.	ctlapply.

environment division.
input-output section.
file-control.
	select control-file assign to "CONTROL.DAT"
	organization is line sequential
	file status is control-file-status.
	select pending-file assign to "CTLPEND.DAT"
	organization is line sequential
	file status is pending-file-status.
	select pending-temp-file assign to "CTLPEND.TMP"
	organization is line sequential.
	select history-file assign to "CTLHIST.DAT"
	organization is line sequential
	file status is history-file-status.
	select history-temp-file assign to "CTLHIST.TMP"
	organization is line sequential.

data division.
file section.
fd	control-file.
01	control-file-record	pic	x(412).
fd	pending-file.
01	pending-file-record	pic	x(525).
fd	pending-temp-file.
01	pending-temp-record	pic	x(525).
fd	history-file.
01	history-file-record	pic	x(492).
fd	history-temp-file.
01	history-temp-record	pic	x(492).

working-storage section.
01	control-file-status	pic	xx.
01	pending-file-status	pic	xx.
01	history-file-status	pic	xx.
01	pending-end	pic	a	value 'N'.
01	history-end	pic	a	value 'N'.
01	field-applied	pic	a	value 'N'.
01	old-isogram-case-fold	pic	x(01).
01	old-isogram-ignore-punct	pic	x(01).
01	master-file-name	pic	x(200)	value "WORDMASTER.IDX".
01	saved-return-code	pic	s9(09)	comp.
01	applied-edit	pic	zzz9.
01	waiting-edit	pic	zzz9.
copy "control-record.cpy".
copy "control-pending-record.cpy".
copy "control-history-record.cpy".
copy "lock-request-record.cpy".

linkage section.
copy "control-apply-record.cpy".

procedure division using control-apply-record.
move 0 to cap-changes-applied.
move 0 to cap-changes-waiting.
move 'N' to cap-master-invalidated.
move 'O' to cap-status.

open input pending-file.
if pending-file-status not = '00'
	goback
end-if.
close pending-file.

move 'A' to lrr-action.
move "CTLPEND" to lrr-lock-name.
move "ctlapply" to lrr-program-name.
move cap-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "ctlapply: lock CTLPEND is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), approved changes not applied"
	move 'L' to cap-status
	goback
end-if.

move 10 to ctl-1mal1-upper-bound.
move 'N' to ctl-cat-number-mode.
move 'Y' to ctl-isogram-case-fold.
move 'Y' to ctl-isogram-ignore-punct.
move spaces to ctl-cat-input-file.
move spaces to ctl-isogram-word-list.
move 'M' to ctl-1mal1-operation.
move 3 to ctl-generations-keep.
move 24 to ctl-extract-ack-hours.
open input control-file.
if control-file-status = '00'
	read control-file into control-record
	close control-file
end-if.
if ctl-extract-ack-hours not numeric or ctl-extract-ack-hours = 0
	move 24 to ctl-extract-ack-hours
end-if.
move ctl-isogram-case-fold to old-isogram-case-fold.
move ctl-isogram-ignore-punct to old-isogram-ignore-punct.

move 'N' to pending-end.
open input pending-file.
open output pending-temp-file.
open output history-temp-file.
perform until pending-end = 'Y'
	read pending-file into control-pending-record
	at end
		move 'Y' to pending-end
	not at end
		if cpr-approved
			if cpr-effective-date <= cap-as-of-date
				perform apply-one-change
			else
				add 1 to cap-changes-waiting
			end-if
		end-if
		write pending-temp-record from control-pending-record
end-perform.
close pending-file.
close pending-temp-file.
close history-temp-file.

if cap-changes-applied > 0
	perform write-control-file
end-if.
if cap-changes-applied > 0 and not cap-failed
	perform record-changes-applied
	move cap-changes-applied to applied-edit
	display "ctlapply: " function trim(applied-edit)
		" approved control change(s) applied to CONTROL.DAT"
	if old-isogram-case-fold not = ctl-isogram-case-fold
		or old-isogram-ignore-punct not = ctl-isogram-ignore-punct
		perform invalidate-word-master
	end-if
end-if.
if cap-changes-waiting > 0
	move cap-changes-waiting to waiting-edit
	display "ctlapply: " function trim(waiting-edit)
		" approved control change(s) not yet effective"
end-if.

move 'R' to lrr-action.
move "CTLPEND" to lrr-lock-name.
move "ctlapply" to lrr-program-name.
move cap-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
goback.

apply-one-change.
move 'Y' to field-applied.
evaluate cpr-field-name
	when "ctl-1mal1-upper-bound"
		move ctl-1mal1-upper-bound to hst-old-value
		move cpr-new-value(1:3) to ctl-1mal1-upper-bound
	when "ctl-cat-number-mode"
		move ctl-cat-number-mode to hst-old-value
		move cpr-new-value to ctl-cat-number-mode
	when "ctl-isogram-case-fold"
		move ctl-isogram-case-fold to hst-old-value
		move cpr-new-value to ctl-isogram-case-fold
	when "ctl-isogram-ignore-punct"
		move ctl-isogram-ignore-punct to hst-old-value
		move cpr-new-value to ctl-isogram-ignore-punct
	when "ctl-cat-input-file"
		move ctl-cat-input-file to hst-old-value
		move cpr-new-value to ctl-cat-input-file
	when "ctl-isogram-word-list"
		move ctl-isogram-word-list to hst-old-value
		move cpr-new-value to ctl-isogram-word-list
	when "ctl-1mal1-operation"
		move ctl-1mal1-operation to hst-old-value
		move cpr-new-value to ctl-1mal1-operation
	when "ctl-generations-keep"
		move ctl-generations-keep to hst-old-value
		move cpr-new-value(1:2) to ctl-generations-keep
	when "ctl-extract-ack-hours"
		move ctl-extract-ack-hours to hst-old-value
		move cpr-new-value(1:3) to ctl-extract-ack-hours
	when other
		move 'N' to field-applied
		display "ctlapply: change " cpr-pending-id " names unknown field "
			function trim(cpr-field-name) ", left unapplied"
end-evaluate.
if field-applied = 'Y'
	move 'D' to cpr-status
	accept cpr-applied-date from date yyyymmdd
	accept cpr-applied-time from time
	move cap-run-id to cpr-applied-run-id
	move cpr-applied-date to hst-applied-date
	move cpr-applied-time to hst-applied-time
	move cpr-requester to hst-requester
	move cpr-field-name to hst-field-name
	move cpr-new-value to hst-new-value
	move cpr-approver to hst-approver
	move cpr-request-date to hst-request-date
	move cpr-request-time to hst-request-time
	move cpr-effective-date to hst-effective-date
	move cpr-pending-id to hst-pending-id
	write history-temp-record from control-history-record
	add 1 to cap-changes-applied
	display "ctlapply: " function trim(cpr-field-name) " set to '"
		function trim(cpr-new-value) "' (change " cpr-pending-id
		", requested by " cpr-requester ", approved by "
		cpr-approver ")"
end-if.

write-control-file.
open output control-file.
if control-file-status = '00'
	write control-file-record from control-record
	if control-file-status = '00'
		close control-file
	else
		close control-file
		move 'F' to cap-status
	end-if
else
	move 'F' to cap-status
end-if.
if cap-failed
	display "ctlapply: CONTROL.DAT could not be written, status "
		control-file-status
	display "ctlapply: approved changes left pending in CTLPEND.DAT,"
		" they will be applied on the next run"
	move 0 to cap-changes-applied
end-if.

record-changes-applied.
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
open extend history-file.
if history-file-status = '35'
	open output history-file
end-if.
move 'N' to history-end.
open input history-temp-file.
perform until history-end = 'Y'
	read history-temp-file into history-temp-record
	at end
		move 'Y' to history-end
	not at end
		write history-file-record from history-temp-record
end-perform.
close history-temp-file.
close history-file.

invalidate-word-master.
move return-code to saved-return-code.
call "CBL_DELETE_FILE" using master-file-name.
move saved-return-code to return-code.
move 'Y' to cap-master-invalidated.
display "ctlapply: isogram flags changed - WORDMASTER.IDX invalidated,"
	" cached verdicts will be recomputed on the next run".
