identification division.
program-id.	extack.

environment division.
input-output section.
file-control.
	select ack-file assign to "EXTACK.DAT"
	organization is line sequential
	file status is ack-file-status.
	select ack-history-file assign to "EXTACK.HST"
	organization is line sequential
	file status is ack-history-status.
	select extract-log-file assign to "EXTLOG.DAT"
	organization is line sequential
	file status is extract-log-status.
	select log-temp-file assign to "EXTLOG.TMP"
	organization is line sequential
	file status is log-temp-status.
	select ack-temp-file assign to "EXTACK.TMP"
	organization is line sequential
	file status is ack-temp-status.
	select ack-report assign to "EXTACK.RPT"
	organization is line sequential.

data division.
file section.
fd	ack-file.
01	ack-input-record	pic	x(62).
fd	ack-history-file.
01	ack-history-record	pic	x(62).
fd	extract-log-file.
01	extract-log-input	pic	x(145).
fd	log-temp-file.
01	log-temp-record	pic	x(145).
fd	ack-temp-file.
01	ack-temp-record	pic	x(62).
fd	ack-report.
01	report-line	pic	x(132).

working-storage section.
01	ack-file-status	pic	xx.
01	ack-history-status	pic	xx.
01	extract-log-status	pic	xx.
01	log-temp-status	pic	xx.
01	ack-temp-status	pic	xx.
01	ack-record-number	pic	9(06).
01	acks-left	pic	9(06).
01	ack-end		pic	a	value 'N'.
01	log-end		pic	a	value 'N'.
01	lock-held	pic	a	value 'N'.
01	now-date	pic	9(08).
01	now-time	pic	9(08).
01	ack-count	pic	9(03)	value 0.
01	ack-overflow	pic	a	value 'N'.
01	ack-table.
	05	ack-entry	occurs 500 times.
		10	ake-suite-date		pic	9(08).
		10	ake-run-id		pic	x(16).
		10	ake-detail-count	pic	9(08).
		10	ake-hash-total		pic	9(14).
		10	ake-loaded-date		pic	9(08).
		10	ake-loaded-time		pic	9(08).
		10	ake-matched		pic	a.
01	ack-idx		pic	9(03).
01	ack-found	pic	a.
01	log-record-number	pic	9(06).
01	latest-count	pic	9(04)	value 0.
01	latest-table.
	05	latest-entry	occurs 2000 times.
		10	lte-suite-date		pic	9(08).
		10	lte-record-number	pic	9(06).
01	latest-idx	pic	9(04).
01	latest-found	pic	a.
01	previous-status	pic	x(01).
01	entry-note	pic	x(30).
01	entries-read	pic	9(06)	value 0.
01	sent-count	pic	9(06)	value 0.
01	acknowledged-count	pic	9(06)	value 0.
01	mismatched-count	pic	9(06)	value 0.
01	overdue-count	pic	9(06)	value 0.
01	superseded-count	pic	9(06)	value 0.
01	acks-read	pic	9(06)	value 0.
01	acks-unmatched	pic	9(06)	value 0.
01	new-mismatches	pic	9(06)	value 0.
01	new-overdue	pic	9(06)	value 0.
01	stamp-display.
	05	std-date	pic	9(08).
	05	filler		pic	x(01)	value space.
	05	std-hh		pic	9(02).
	05	filler		pic	x(01)	value ':'.
	05	std-mm		pic	9(02).
01	count-edit	pic	zzzzz9.
01	count-edit-2	pic	zzzzz9.
01	count-edit-3	pic	zzzzz9.
01	count-edit-4	pic	zzzzz9.
01	count-edit-5	pic	zzzzz9.
01	details-edit	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "extract-log-record.cpy".
copy "extract-ack-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

if apr-switch-count > 0
	display "usage: extack"
	move 8 to return-code
	goback
end-if.

accept now-date from date yyyymmdd.
accept now-time from time.

move 'G' to rid-action.
call "runid" using run-id-record.

move "extack" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "extract acknowledgement check" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

move 'A' to lrr-action.
move "EXTLOG" to lrr-lock-name.
move "extack" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "extack: lock EXTLOG is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), try again later"
	move 4 to alr-completion-code
else
	move 'Y' to lock-held
	perform load-acknowledgements
	perform find-latest-extracts
	perform check-extract-log
	perform report-unmatched-acks
	perform consume-acknowledgements
	move 'R' to lrr-action
	move "EXTLOG" to lrr-lock-name
	move "extack" to lrr-program-name
	move rid-run-id to lrr-run-id
	call "lockmgr" using lock-request-record
	move 'N' to lock-held
	move 0 to alr-completion-code
	if overdue-count > 0 or mismatched-count > 0 or acks-unmatched > 0
		or ack-overflow = 'Y'
		move 4 to alr-completion-code
	end-if
	if new-mismatches > 0
		move 8 to alr-completion-code
	end-if
end-if.

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move acks-read to alr-records-read.
move entries-read to alr-records-written.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

load-acknowledgements.
move 0 to ack-count.
open input ack-file.
if ack-file-status = '00'
	perform until ack-end = 'Y'
		read ack-file into extract-ack-record
		at end
			move 'Y' to ack-end
		not at end
			add 1 to acks-read
			if ack-count < 500
				add 1 to ack-count
				move eak-suite-date to ake-suite-date(ack-count)
				move eak-run-id to ake-run-id(ack-count)
				move eak-detail-count to ake-detail-count(ack-count)
				move eak-hash-total to ake-hash-total(ack-count)
				move eak-loaded-date to ake-loaded-date(ack-count)
				move eak-loaded-time to ake-loaded-time(ack-count)
				move 'N' to ake-matched(ack-count)
			else
				move 'Y' to ack-overflow
			end-if
	end-perform
	close ack-file
end-if.
move 'N' to ack-end.
if ack-overflow = 'Y'
	display "extack: more than 500 acknowledgements in EXTACK.DAT,"
		" the rest are left for the next run"
end-if.

find-latest-extracts.
move 0 to latest-count.
move 0 to log-record-number.
open input extract-log-file.
if extract-log-status = '00'
	perform until log-end = 'Y'
		read extract-log-file into extract-log-record
		at end
			move 'Y' to log-end
		not at end
			add 1 to log-record-number
			perform find-latest-entry
			if latest-found = 'Y'
				move log-record-number to lte-record-number(latest-idx)
			else
				if latest-count < 2000
					add 1 to latest-count
					move exl-suite-date to lte-suite-date(latest-count)
					move log-record-number to lte-record-number(latest-count)
				end-if
			end-if
	end-perform
	close extract-log-file
end-if.
move 'N' to log-end.

find-latest-entry.
move 'N' to latest-found.
perform varying latest-idx from 1 by 1
	until latest-idx > latest-count or latest-found = 'Y'
	if lte-suite-date(latest-idx) = exl-suite-date
		move 'Y' to latest-found
	end-if
end-perform.
if latest-found = 'Y'
	subtract 1 from latest-idx
end-if.

check-extract-log.
open output ack-report.
move spaces to report-line.
string "EXTRACT TRANSMISSION LOG   CHECKED: " delimited by size
	now-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
write report-line.
move "SUITE DATE" to report-line(1:10).
move "RUN ID" to report-line(12:6).
move "DETAILS" to report-line(30:7).
move "HASH TOTAL" to report-line(39:10).
move "SENT" to report-line(55:4).
move "ACK DUE" to report-line(71:7).
move "STATUS" to report-line(87:6).
move "NOTE" to report-line(101:4).
write report-line.

move 0 to log-record-number.
open input extract-log-file.
if extract-log-status not = '00'
	move "  EXTLOG.DAT NOT FOUND - NO EXTRACTS HAVE BEEN LOGGED" to report-line
	write report-line
	display function trim(report-line)
else
	open output log-temp-file
	perform until log-end = 'Y'
		read extract-log-file into extract-log-record
		at end
			move 'Y' to log-end
		not at end
			add 1 to log-record-number
			add 1 to entries-read
			perform check-one-extract
			write log-temp-record from extract-log-record
			perform write-extract-line
	end-perform
	close extract-log-file
	close log-temp-file
	move 'N' to log-end
	open input log-temp-file
	open output extract-log-file
	perform until log-end = 'Y'
		read log-temp-file
		at end
			move 'Y' to log-end
		not at end
			write extract-log-input from log-temp-record
	end-perform
	close log-temp-file
	close extract-log-file
	call "CBL_DELETE_FILE" using "EXTLOG.TMP"
end-if.
move 'N' to log-end.

check-one-extract.
move exl-status to previous-status.
move spaces to entry-note.
move 'N' to ack-found.
perform varying ack-idx from 1 by 1
	until ack-idx > ack-count or ack-found = 'Y'
	if ake-suite-date(ack-idx) = exl-suite-date
		and ake-run-id(ack-idx) = exl-run-id
		move 'Y' to ack-found
	end-if
end-perform.
if ack-found = 'Y'
	subtract 1 from ack-idx
	move 'Y' to ake-matched(ack-idx)
	move ake-loaded-date(ack-idx) to exl-ack-date
	move ake-loaded-time(ack-idx) to exl-ack-time
	move ake-detail-count(ack-idx) to exl-ack-detail-count
	move ake-hash-total(ack-idx) to exl-ack-hash-total
	move rid-run-id to exl-checked-run-id
	if exl-ack-detail-count = exl-detail-count
		and exl-ack-hash-total = exl-hash-total
		move 'A' to exl-status
		move "acknowledged this run" to entry-note
	else
		move 'M' to exl-status
		move "TOTALS DISAGREE WITH TRAILER" to entry-note
		if previous-status not = 'M'
			add 1 to new-mismatches
			perform raise-mismatch-alert
		end-if
	end-if
else
	if exl-sent or exl-overdue
		move 'N' to latest-found
		perform find-latest-entry
		if latest-found = 'Y'
			and lte-record-number(latest-idx) > log-record-number
			move 'R' to exl-status
			move rid-run-id to exl-checked-run-id
			move "replaced by a later extract" to entry-note
		end-if
	end-if
	if exl-sent
		and (now-date > exl-due-date
			or (now-date = exl-due-date and now-time > exl-due-time))
		move 'O' to exl-status
		move rid-run-id to exl-checked-run-id
		move "NO ACKNOWLEDGEMENT RECEIVED" to entry-note
		add 1 to new-overdue
		perform raise-overdue-alert
	end-if
end-if.
evaluate true
	when exl-sent
		add 1 to sent-count
		move "awaiting acknowledgement" to entry-note
	when exl-acknowledged
		add 1 to acknowledged-count
	when exl-mismatched
		add 1 to mismatched-count
		if entry-note = spaces
			move "TOTALS DISAGREE WITH TRAILER" to entry-note
		end-if
	when exl-overdue
		add 1 to overdue-count
		if entry-note = spaces
			move "STILL NOT ACKNOWLEDGED" to entry-note
		end-if
	when exl-superseded
		add 1 to superseded-count
end-evaluate.

raise-mismatch-alert.
move exl-ack-detail-count to details-edit.
move 'E' to oar-severity.
move "EXA0001" to oar-alert-code.
move spaces to oar-alert-text.
string "extract " delimited by size
	exl-suite-date delimited by size
	" run " delimited by size
	exl-run-id delimited by size
	" loaded downstream with " delimited by size
	function trim(details-edit) delimited by size
	" details, hash " delimited by size
	exl-ack-hash-total delimited by size
	" - does not match the trailer" delimited by size
	into oar-alert-text
end-string.
perform raise-alert.

raise-overdue-alert.
move exl-due-date to std-date.
move exl-due-time(1:2) to std-hh.
move exl-due-time(3:2) to std-mm.
move 'E' to oar-severity.
move "EXA0002" to oar-alert-code.
move spaces to oar-alert-text.
string "no acknowledgement for extract " delimited by size
	exl-suite-date delimited by size
	" run " delimited by size
	exl-run-id delimited by size
	" - it was due by " delimited by size
	stamp-display delimited by size
	into oar-alert-text
end-string.
perform raise-alert.

raise-alert.
move "extack" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.

write-extract-line.
move spaces to report-line.
move exl-suite-date to report-line(1:8).
move exl-run-id to report-line(12:16).
move exl-detail-count to details-edit.
move details-edit to report-line(29:8).
move exl-hash-total to report-line(39:14).
move exl-sent-date to std-date.
move exl-sent-time(1:2) to std-hh.
move exl-sent-time(3:2) to std-mm.
move stamp-display to report-line(55:14).
move exl-due-date to std-date.
move exl-due-time(1:2) to std-hh.
move exl-due-time(3:2) to std-mm.
move stamp-display to report-line(71:14).
evaluate true
	when exl-sent
		move "SENT" to report-line(87:12)
	when exl-acknowledged
		move "ACKNOWLEDGED" to report-line(87:12)
	when exl-mismatched
		move "MISMATCHED" to report-line(87:12)
	when exl-overdue
		move "OVERDUE" to report-line(87:12)
	when exl-superseded
		move "REPLACED" to report-line(87:12)
	when other
		move exl-status to report-line(87:1)
end-evaluate.
move entry-note to report-line(101:30).
write report-line.

report-unmatched-acks.
perform varying ack-idx from 1 by 1 until ack-idx > ack-count
	if ake-matched(ack-idx) = 'N'
		add 1 to acks-unmatched
		move spaces to report-line
		move ake-suite-date(ack-idx) to report-line(1:8)
		move ake-run-id(ack-idx) to report-line(12:16)
		move ake-detail-count(ack-idx) to details-edit
		move details-edit to report-line(29:8)
		move ake-hash-total(ack-idx) to report-line(39:14)
		move "UNMATCHED" to report-line(87:12)
		move "ACK FOR AN EXTRACT NOT LOGGED" to report-line(101:30)
		write report-line
		move 'W' to oar-severity
		move "EXA0003" to oar-alert-code
		move spaces to oar-alert-text
		string "acknowledgement received for extract " delimited by size
			ake-suite-date(ack-idx) delimited by size
			" run " delimited by size
			ake-run-id(ack-idx) delimited by size
			" which is not in EXTLOG.DAT" delimited by size
			into oar-alert-text
		end-string
		perform raise-alert
	end-if
end-perform.
move sent-count to count-edit.
move acknowledged-count to count-edit-2.
move mismatched-count to count-edit-3.
move overdue-count to count-edit-4.
move superseded-count to count-edit-5.
move spaces to report-line.
write report-line.
move spaces to report-line.
string "SENT: " delimited by size
	function trim(count-edit) delimited by size
	"   ACKNOWLEDGED: " delimited by size
	function trim(count-edit-2) delimited by size
	"   MISMATCHED: " delimited by size
	function trim(count-edit-3) delimited by size
	"   OVERDUE: " delimited by size
	function trim(count-edit-4) delimited by size
	"   REPLACED: " delimited by size
	function trim(count-edit-5) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move acks-read to count-edit.
move acks-unmatched to count-edit-2.
move spaces to report-line.
string "ACKNOWLEDGEMENTS READ: " delimited by size
	function trim(count-edit) delimited by size
	"   UNMATCHED: " delimited by size
	function trim(count-edit-2) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
close ack-report.
display "extack: report written to EXTACK.RPT".

consume-acknowledgements.
if ack-count > 0
	move 0 to ack-record-number
	move 0 to acks-left
	open extend ack-history-file
	if ack-history-status = '35'
		open output ack-history-file
	end-if
	open input ack-file
	open output ack-temp-file
	perform until ack-end = 'Y'
		read ack-file
		at end
			move 'Y' to ack-end
		not at end
			add 1 to ack-record-number
			if ack-record-number > ack-count
				write ack-temp-record from ack-input-record
				add 1 to acks-left
			else
				write ack-history-record from ack-input-record
			end-if
	end-perform
	close ack-file
	close ack-temp-file
	close ack-history-file
	move 'N' to ack-end
	open input ack-temp-file
	open output ack-file
	perform until ack-end = 'Y'
		read ack-temp-file
		at end
			move 'Y' to ack-end
		not at end
			write ack-input-record from ack-temp-record
	end-perform
	close ack-temp-file
	close ack-file
	move 'N' to ack-end
	call "CBL_DELETE_FILE" using "EXTACK.TMP"
	if acks-left > 0
		move acks-left to count-edit
		display "extack: " function trim(count-edit)
			" acknowledgement(s) left in EXTACK.DAT for the next run"
	end-if
end-if.
