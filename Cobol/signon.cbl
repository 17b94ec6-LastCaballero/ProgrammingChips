identification division.
program-id.	signon.

environment division.
input-output section.
file-control.
	select security-file assign to "OPERSEC.DAT"
	organization is line sequential
	file status is security-file-status.
	select security-log assign to "SECLOG.DAT"
	organization is line sequential
	file status is security-log-status.

data division.
file section.
fd	security-file.
01	security-input-record	pic	x(444).
fd	security-log.
01	security-log-output	pic	x(117).

working-storage section.
01	security-file-status	pic	xx.
01	security-log-status	pic	xx.
01	security-end	pic	a	value 'N'.
01	security-file-found	pic	a	value 'N'.
01	operator-found	pic	a	value 'N'.
01	entered-id	pic	x(03).
01	entered-pin	pic	x(08).
01	lookup-id	pic	x(03).
01	attempt-count	pic	9(01).
01	function-idx	pic	9(02).
01	function-found	pic	a	value 'N'.
01	log-function	pic	x(20).
01	log-operator-id	pic	x(03).
01	log-event	pic	x(01).
copy "operator-security-record.cpy".
copy "security-log-record.cpy".
copy "operator-alert-record.cpy".

linkage section.
copy "operator-signon-record.cpy".

procedure division using operator-signon-record.
move 'D' to osn-result.
evaluate true
	when osn-action-signon
		perform sign-on-operator
	when osn-action-check
		perform check-function
	when other
		move "invalid sign-on request" to osn-reason
end-evaluate.
goback.

sign-on-operator.
move spaces to osn-operator-id.
move spaces to osn-operator-name.
move 0 to attempt-count.
perform until osn-granted or attempt-count >= 3
	add 1 to attempt-count
	display "operator id: " with no advancing
	accept entered-id
	move function upper-case(entered-id) to entered-id
	display "PIN: " with no advancing
	accept entered-pin
	move entered-id to lookup-id
	perform find-operator
	evaluate true
		when security-file-found = 'N'
			move "OPERSEC.DAT not found" to osn-reason
			move 3 to attempt-count
		when operator-found = 'N'
			move "unknown operator id" to osn-reason
		when not osr-active
			move "operator not active" to osn-reason
		when osr-pin not = entered-pin
			move "incorrect PIN" to osn-reason
		when other
			move 'G' to osn-result
			move osr-operator-id to osn-operator-id
			move osr-operator-name to osn-operator-name
			move "signed on" to osn-reason
	end-evaluate
	move 'S' to log-event
	move "SIGNON" to log-function
	move entered-id to log-operator-id
	perform write-security-log
	if osn-granted
		display function trim(osn-program-name) ": signed on as "
			osn-operator-id " - " function trim(osn-operator-name)
	else
		display function trim(osn-program-name) ": sign-on refused - "
			function trim(osn-reason)
	end-if
end-perform.
if osn-denied and attempt-count >= 3 and security-file-found = 'Y'
	move 'W' to oar-severity
	move "SEC0001" to oar-alert-code
	move spaces to oar-alert-text
	string "three failed sign-on attempts in " delimited by size
		function trim(osn-program-name) delimited by size
		", last operator id tried " delimited by size
		entered-id delimited by size
		into oar-alert-text
	end-string
	move osn-program-name to oar-program-name
	move osn-run-id to oar-run-id
	call "alertlog" using operator-alert-record
end-if.

check-function.
move osn-operator-id to lookup-id.
if lookup-id = spaces
	move 'N' to operator-found
	move 'Y' to security-file-found
else
	perform find-operator
end-if.
move 'N' to function-found.
if operator-found = 'Y'
	perform varying function-idx from 1 by 1
		until function-idx > osr-function-count or function-idx > 20
		if osr-function(function-idx) = osn-function
			move 'Y' to function-found
		end-if
	end-perform
end-if.
evaluate true
	when security-file-found = 'N'
		move "OPERSEC.DAT not found" to osn-reason
	when operator-found = 'N'
		move "operator not signed on" to osn-reason
	when not osr-active
		move "operator not active" to osn-reason
	when function-found = 'N'
		move "function not authorized" to osn-reason
	when other
		move 'G' to osn-result
		move "function authorized" to osn-reason
end-evaluate.
move 'F' to log-event.
move osn-function to log-function.
move osn-operator-id to log-operator-id.
perform write-security-log.
if osn-denied
	display function trim(osn-program-name) ": "
		function trim(osn-function) " refused for operator "
		osn-operator-id " - " function trim(osn-reason)
end-if.

find-operator.
move 'N' to operator-found.
move 'N' to security-file-found.
move 'N' to security-end.
open input security-file.
if security-file-status = '00'
	move 'Y' to security-file-found
	perform until security-end = 'Y' or operator-found = 'Y'
		read security-file into operator-security-record
		at end
			move 'Y' to security-end
		not at end
			if osr-operator-id = lookup-id
				move 'Y' to operator-found
			end-if
	end-perform
	close security-file
end-if.
if osr-function-count not numeric
	move 0 to osr-function-count
end-if.

write-security-log.
accept slr-log-date from date yyyymmdd.
accept slr-log-time from time.
move osn-program-name to slr-program-name.
move osn-run-id to slr-run-id.
move log-operator-id to slr-operator-id.
move log-event to slr-event.
move log-function to slr-function.
move osn-result to slr-result.
move osn-reason to slr-reason.
open extend security-log.
if security-log-status = '35'
	open output security-log
end-if.
write security-log-output from security-log-record.
close security-log.
