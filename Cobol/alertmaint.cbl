data division.
file section.
fd	alert-file.
01	alert-input-record	pic	x(300).
fd	alert-temp-file.
01	alert-temp-record	pic	x(300).

working-storage section.
01	alert-file-status	pic	xx.
copy "audit-log-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "operator-signon-record.cpy".
copy "run-id-record.cpy".

procedure division.
call "auditlog" using audit-log-record.

display "alertmaint: OPERALRT.DAT maintenance".
move 'S' to osn-action.
move "alertmaint" to osn-program-name.
move rid-run-id to osn-run-id.
call "signon" using operator-signon-record.
if osn-granted
	move osn-operator-id to operator-initials
	perform list-outstanding-alerts
	if outstanding-count = 0
		display "alertmaint: no outstanding alerts to action"
	else
		perform prompt-one-action
		perform until chosen-record = 0
			perform apply-one-action
			perform list-outstanding-alerts
			if outstanding-count = 0
				display "alertmaint: no outstanding alerts remain"
				move 0 to chosen-record
			else
				perform prompt-one-action
			end-if
		end-perform
	end-if
else
	display "alertmaint: no alerts actioned"
	move 8 to return-code
end-if.

move changes-made to changes-made-edit.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

	into display-line
end-string.
display function trim(display-line).
if oar-escalation-level numeric
	evaluate true
		when oar-primary-uncovered
			move spaces to display-line
			string "         no primary on-call cover at " delimited by size
				oar-primary-paged-date delimited by size
				" " delimited by size
				oar-primary-paged-time delimited by size
				into display-line
			end-string
			display function trim(display-line)
		when oar-primary-initials not = spaces
			move spaces to display-line
			string "         paged primary on-call " delimited by size
				oar-primary-initials delimited by size
				" at " delimited by size
				oar-primary-paged-date delimited by size
				" " delimited by size
				oar-primary-paged-time delimited by size
				into display-line
			end-string
			display function trim(display-line)
	end-evaluate
	evaluate true
		when oar-backup-uncovered
			move spaces to display-line
			string "         no backup on-call cover at " delimited by size
				oar-backup-paged-date delimited by size
				" " delimited by size
				oar-backup-paged-time delimited by size
				into display-line
			end-string
			display function trim(display-line)
		when oar-backup-initials not = spaces
			move spaces to display-line
			string "         paged backup on-call " delimited by size
				oar-backup-initials delimited by size
				" at " delimited by size
				oar-backup-paged-date delimited by size
				" " delimited by size
				oar-backup-paged-time delimited by size
				into display-line
			end-string
			display function trim(display-line)
	end-evaluate
end-if.

prompt-one-action.
move 0 to chosen-record.
		display "please answer A or C"
	end-if
end-perform.
if action-char = 'A'
	move "ALERTMAINT-ACK" to osn-function
else
	move "ALERTMAINT-CLOSE" to osn-function
end-if.
move 'C' to osn-action.
call "signon" using operator-signon-record.
if osn-denied
	display "alertmaint: alert " chosen-record " not changed"
else
	display "disposition note: " with no advancing
	accept disposition-note
	perform acquire-alert-lock
end-if.
if osn-granted and lock-held = 'Y'
	perform rewrite-alert-file
	perform release-alert-lock
	if record-found = 'Y'
