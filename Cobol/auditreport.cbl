data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	audit-report.
01	report-line	pic	x(132).

		10	pte-pending-start	pic	a.
		10	pte-start-date		pic	9(08).
		10	pte-start-time		pic	9(08).
		10	pte-start-business-date	pic	9(08).
		10	pte-start-param		pic	x(60).
		10	pte-run-count		pic	9(08).
		10	pte-total-elapsed	pic	9(10).
01	count-edit	pic	zzzzzzz9.
01	elapsed-edit	pic	zzzzzz9.
01	date-edit	pic	9(08).
01	business-date-text	pic	x(23).
01	time-edit	pic	9(08).
copy "audit-log-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to run-date.

open input audit-file.
if audit-file-status not = '00'
		move 'N' to pte-pending-start(pgm-idx)
		move 0 to pte-start-date(pgm-idx)
		move 0 to pte-start-time(pgm-idx)
		move 0 to pte-start-business-date(pgm-idx)
		move spaces to pte-start-param(pgm-idx)
		move 0 to pte-run-count(pgm-idx)
		move 0 to pte-total-elapsed(pgm-idx)
move 'Y' to pte-pending-start(pgm-idx).
move alr-run-date to pte-start-date(pgm-idx).
move alr-run-time to pte-start-time(pgm-idx).
move alr-run-date to pte-start-business-date(pgm-idx).
if alr-business-date numeric and alr-business-date > 0
	move alr-business-date to pte-start-business-date(pgm-idx)
end-if.
move alr-key-param to pte-start-param(pgm-idx).

record-end-event.
write-abend-line.
move pte-start-date(pgm-idx) to date-edit.
move pte-start-time(pgm-idx) to time-edit.
move spaces to business-date-text.
if pte-start-business-date(pgm-idx) not = pte-start-date(pgm-idx)
	string " BUSINESS DATE " delimited by size
		pte-start-business-date(pgm-idx) delimited by size
		into business-date-text
	end-string
end-if.
move spaces to report-line.
string "  " delimited by size
	pte-program-name(pgm-idx) delimited by size
	date-edit delimited by size
	" " delimited by size
	time-edit delimited by size
	into report-line
end-string.
if business-date-text not = spaces
	move business-date-text to report-line(50:23)
	move "  PARAM: " to report-line(73:9)
	move pte-start-param(pgm-idx) to report-line(82:51)
else
	move "  PARAM: " to report-line(50:9)
	move pte-start-param(pgm-idx) to report-line(59:60)
end-if.
write report-line.

write-summary-line.
