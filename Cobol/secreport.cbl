identification division.
program-id.	secreport.

environment division.
input-output section.
file-control.
	select security-log assign to "SECLOG.DAT"
	organization is line sequential
	file status is security-log-status.
	select security-report assign to "SECURITY.RPT"
	organization is line sequential.

data division.
file section.
fd	security-log.
01	security-log-input	pic	x(117).
fd	security-report.
01	report-line	pic	x(132).

working-storage section.
01	security-log-status	pic	xx.
01	log-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	from-date	pic	9(08)	value 0.
01	to-date	pic	9(08)	value 99999999.
01	filter-operator	pic	x(03)	value spaces.
01	denied-only	pic	a	value 'N'.
	88	denied-only-on	value 'Y'.
01	events-read	pic	9(08)	value 0.
01	events-listed	pic	9(08)	value 0.
01	signons-granted	pic	9(08)	value 0.
01	signons-denied	pic	9(08)	value 0.
01	functions-granted	pic	9(08)	value 0.
01	functions-denied	pic	9(08)	value 0.
01	operator-count	pic	9(03)	value 0.
01	operator-table.
	05	operator-entry	occurs 200 times.
		10	ope-operator-id		pic	x(03).
		10	ope-signons-granted	pic	9(06).
		10	ope-signons-denied	pic	9(06).
		10	ope-functions-granted	pic	9(06).
		10	ope-functions-denied	pic	9(06).
01	ope-idx	pic	9(03).
01	operator-found	pic	a	value 'N'.
01	operator-overflow	pic	a	value 'N'.
01	time-display.
	05	tmd-hh	pic	9(02).
	05	filler	pic	x(01)	value ':'.
	05	tmd-mm	pic	9(02).
	05	filler	pic	x(01)	value ':'.
	05	tmd-ss	pic	9(02).
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
01	count-edit-3	pic	zzzzzzz9.
01	count-edit-4	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "security-log-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	evaluate function trim(apr-switch-name(sw-idx))
		when "-from"
			if apr-switch-value(sw-idx) = spaces
				or function trim(apr-switch-value(sw-idx)) not numeric
				display "usage: -from requires a date, e.g. -from=20260101"
				move 8 to return-code
				goback
			else
				move function trim(apr-switch-value(sw-idx)) to from-date
			end-if
		when "-to"
			if apr-switch-value(sw-idx) = spaces
				or function trim(apr-switch-value(sw-idx)) not numeric
				display "usage: -to requires a date, e.g. -to=20260131"
				move 8 to return-code
				goback
			else
				move function trim(apr-switch-value(sw-idx)) to to-date
			end-if
		when "-operator"
			if apr-switch-value(sw-idx) = spaces
				display "usage: -operator requires an operator id, e.g. -operator=ABC"
				move 8 to return-code
				goback
			else
				move function upper-case(function trim(apr-switch-value(sw-idx)))
					to filter-operator
			end-if
		when "-denied"
			move 'Y' to denied-only
		when other
			display "usage: secreport [-from=yyyymmdd] [-to=yyyymmdd]"
				" [-operator=id] [-denied]"
			move 8 to return-code
			goback
	end-evaluate
end-perform.

if from-date > to-date
	display "secreport: -from is later than -to, nothing can match"
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "secreport" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "operator security report" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

open output security-report.
move spaces to report-line.
string "OPERATOR SECURITY LOG REPORT   FROM: " delimited by size
	from-date delimited by size
	"   TO: " delimited by size
	to-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
string "SELECTION: OPERATOR " delimited by size
	filter-operator delimited by size
	into report-line
end-string.
if filter-operator = spaces
	move "SELECTION: ALL OPERATORS" to report-line
end-if.
if denied-only-on
	move "   REFUSALS ONLY" to report-line(30:16)
end-if.
write report-line.
move spaces to report-line.
write report-line.
move "DATE" to report-line(1:4).
move "TIME" to report-line(10:4).
move "PROGRAM" to report-line(20:7).
move "RUN ID" to report-line(33:6).
move "OPR" to report-line(50:3).
move "FUNCTION" to report-line(55:8).
move "RESULT" to report-line(77:6).
move "REASON" to report-line(86:6).
write report-line.

open input security-log.
if security-log-status = '00'
	perform until log-end = 'Y'
		read security-log into security-log-record
		at end
			move 'Y' to log-end
		not at end
			add 1 to events-read
			if slr-log-date >= from-date and slr-log-date <= to-date
				and (filter-operator = spaces
					or slr-operator-id = filter-operator)
				perform tally-event
				if slr-denied or not denied-only-on
					perform write-event-line
				end-if
			end-if
	end-perform
	close security-log
end-if.
if events-listed = 0
	move "  NO SECURITY EVENTS MATCH THE SELECTION" to report-line
	write report-line
	display function trim(report-line)
end-if.

move spaces to report-line.
write report-line.
move "SUMMARY BY OPERATOR" to report-line.
write report-line.
move spaces to report-line.
move "OPR" to report-line(1:3).
move "SIGN-ONS OK" to report-line(8:11).
move "SIGN-ONS REFUSED" to report-line(22:16).
move "FUNCTIONS GRANTED" to report-line(41:17).
move "FUNCTIONS REFUSED" to report-line(61:17).
write report-line.
perform varying ope-idx from 1 by 1 until ope-idx > operator-count
	move ope-signons-granted(ope-idx) to count-edit
	move ope-signons-denied(ope-idx) to count-edit-2
	move ope-functions-granted(ope-idx) to count-edit-3
	move ope-functions-denied(ope-idx) to count-edit-4
	move spaces to report-line
	move ope-operator-id(ope-idx) to report-line(1:3)
	move count-edit to report-line(11:8)
	move count-edit-2 to report-line(30:8)
	move count-edit-3 to report-line(50:8)
	move count-edit-4 to report-line(70:8)
	write report-line
end-perform.
move signons-granted to count-edit.
move signons-denied to count-edit-2.
move functions-granted to count-edit-3.
move functions-denied to count-edit-4.
move spaces to report-line.
move "TOTAL" to report-line(1:5).
move count-edit to report-line(11:8).
move count-edit-2 to report-line(30:8).
move count-edit-3 to report-line(50:8).
move count-edit-4 to report-line(70:8).
write report-line.
move spaces to report-line.
string "SIGN-ONS: " delimited by size
	function trim(count-edit) delimited by size
	" OK, " delimited by size
	function trim(count-edit-2) delimited by size
	" REFUSED   FUNCTIONS: " delimited by size
	function trim(count-edit-3) delimited by size
	" GRANTED, " delimited by size
	function trim(count-edit-4) delimited by size
	" REFUSED" delimited by size
	into report-line
end-string.
display function trim(report-line).
close security-report.
display "secreport: report written to SECURITY.RPT".

move events-read to alr-records-read.
move events-listed to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

tally-event.
move 'N' to operator-found.
perform varying ope-idx from 1 by 1
	until ope-idx > operator-count or operator-found = 'Y'
	if ope-operator-id(ope-idx) = slr-operator-id
		move 'Y' to operator-found
	end-if
end-perform.
if operator-found = 'Y'
	subtract 1 from ope-idx
else
	if operator-count < 200
		add 1 to operator-count
		move operator-count to ope-idx
		move slr-operator-id to ope-operator-id(ope-idx)
		move 0 to ope-signons-granted(ope-idx)
		move 0 to ope-signons-denied(ope-idx)
		move 0 to ope-functions-granted(ope-idx)
		move 0 to ope-functions-denied(ope-idx)
		move 'Y' to operator-found
	else
		if operator-overflow = 'N'
			display "secreport: more than 200 operator ids,"
				" summary by operator is incomplete"
			move 'Y' to operator-overflow
		end-if
	end-if
end-if.
evaluate true
	when slr-event-signon and slr-granted
		add 1 to signons-granted
		if operator-found = 'Y'
			add 1 to ope-signons-granted(ope-idx)
		end-if
	when slr-event-signon
		add 1 to signons-denied
		if operator-found = 'Y'
			add 1 to ope-signons-denied(ope-idx)
		end-if
	when slr-granted
		add 1 to functions-granted
		if operator-found = 'Y'
			add 1 to ope-functions-granted(ope-idx)
		end-if
	when other
		add 1 to functions-denied
		if operator-found = 'Y'
			add 1 to ope-functions-denied(ope-idx)
		end-if
end-evaluate.

write-event-line.
add 1 to events-listed.
move slr-log-time(1:2) to tmd-hh.
move slr-log-time(3:2) to tmd-mm.
move slr-log-time(5:2) to tmd-ss.
move spaces to report-line.
move slr-log-date to report-line(1:8).
move time-display to report-line(10:8).
move slr-program-name to report-line(20:12).
move slr-run-id to report-line(33:16).
move slr-operator-id to report-line(50:3).
move slr-function to report-line(55:20).
if slr-granted
	move "GRANTED" to report-line(77:7)
else
	move "REFUSED" to report-line(77:7)
end-if.
move slr-reason to report-line(86:40).
write report-line.
