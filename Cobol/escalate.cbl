identification division.
program-id.	escalate.

environment division.
input-output section.
file-control.
	select alert-file assign to "OPERALRT.DAT"
	organization is line sequential
	file status is alert-file-status.
	select alert-temp-file assign to "OPERALRT.TMP"
	organization is line sequential.
	select rota-file assign to "ONCALL.DAT"
	organization is line sequential
	file status is rota-file-status.
	select limit-file assign to "ESCALATE.DAT"
	organization is line sequential
	file status is limit-file-status.
	select page-file assign to "PAGEOUT.DAT"
	organization is line sequential
	file status is page-file-status.
	select escalate-report assign to "ESCALATE.RPT"
	organization is line sequential.

data division.
file section.
fd	alert-file.
01	alert-input-record	pic	x(300).
fd	alert-temp-file.
01	alert-temp-record	pic	x(300).
fd	rota-file.
copy "oncall-rota-record.cpy".
fd	limit-file.
01	limit-record.
	05	lim-severity		pic	x(01).
	05	lim-minutes		pic	9(04).
fd	page-file.
copy "page-out-record.cpy".
fd	escalate-report.
01	report-line	pic	x(132).

working-storage section.
01	alert-file-status	pic	xx.
01	rota-file-status	pic	xx.
01	limit-file-status	pic	xx.
01	page-file-status	pic	xx.
01	alert-end	pic	a	value 'N'.
01	rota-end	pic	a	value 'N'.
01	limit-end	pic	a	value 'N'.
01	lock-held	pic	a	value 'N'.
01	limit-table.
	05	limit-entry	occurs 4 times.
		10	lte-severity		pic	x(01).
		10	lte-minutes		pic	9(04).
01	limit-idx	pic	9(01).
01	alert-limit	pic	9(04).
01	rota-count	pic	9(03)	value 0.
01	rota-table.
	05	rota-entry	occurs 200 times.
		10	rte-shift-name		pic	x(10).
		10	rte-role		pic	x(01).
		10	rte-initials		pic	x(03).
		10	rte-contact		pic	x(40).
		10	rte-from-date		pic	9(08).
		10	rte-to-date		pic	9(08).
		10	rte-from-time		pic	9(04).
		10	rte-to-time		pic	9(04).
01	rota-idx	pic	9(03).
01	oncall-idx	pic	9(03).
01	wanted-role	pic	x(01).
01	now-date	pic	9(08).
01	now-time	pic	9(08).
01	now-hhmm	pic	9(04).
01	now-minutes	pic	9(10).
01	alert-minutes	pic	9(10).
01	alert-age	pic	s9(10).
01	work-time.
	05	work-time-hh	pic	9(02).
	05	work-time-mm	pic	9(02).
	05	work-time-ss	pic	9(02).
	05	work-time-cc	pic	9(02).
01	alerts-read	pic	9(06)	value 0.
01	alerts-overdue	pic	9(05)	value 0.
01	pages-sent	pic	9(05)	value 0.
01	uncovered-count	pic	9(05)	value 0.
01	new-level	pic	9(01).
01	already-noted	pic	a	value 'N'.
01	cover-text	pic	x(30).
01	role-word	pic	x(07).
01	age-edit	pic	zzzzzzz9.
01	count-edit	pic	zzzz9.
01	count-edit-2	pic	zzzz9.
01	count-edit-3	pic	zzzz9.
copy "audit-log-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".

procedure division.
move 'G' to rid-action.
call "runid" using run-id-record.

move "escalate" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "alert escalation sweep" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

accept now-date from date yyyymmdd.
accept now-time from time.
move now-time(1:4) to now-hhmm.
move now-time to work-time.
compute now-minutes = function integer-of-date(now-date) * 1440
	+ work-time-hh * 60 + work-time-mm.

perform load-escalation-limits.
perform load-oncall-rota.

open input alert-file.
if alert-file-status not = '00'
	display "escalate: no operator alerts on file"
else
	close alert-file
	perform acquire-alert-lock
	if lock-held = 'Y'
		open output escalate-report
		move spaces to report-line
		string "ALERT ESCALATION SWEEP   RUN: " delimited by size
			now-date delimited by size
			" " delimited by size
			now-time delimited by size
			"   RUN ID: " delimited by size
			rid-run-id delimited by size
			into report-line
		end-string
		write report-line
		move spaces to report-line
		write report-line
		perform sweep-alert-file
		perform release-alert-lock
		perform write-sweep-totals
		close escalate-report
		display "escalate: report written to ESCALATE.RPT"
	else
		move 4 to return-code
	end-if
end-if.

if uncovered-count > 0
	move uncovered-count to count-edit
	move 'E' to oar-severity
	move "ESC0001" to oar-alert-code
	move spaces to oar-alert-text
	string function trim(count-edit) delimited by size
		" overdue alert(s) could not be paged - no on-call cover in ONCALL.DAT"
		delimited by size
		into oar-alert-text
	end-string
	perform raise-alert
	move 4 to return-code
end-if.

move "escalate" to alr-program-name.
move "alert escalation sweep" to alr-key-param.
move rid-run-id to alr-run-id.
move alerts-read to alr-records-read.
move pages-sent to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

load-escalation-limits.
move 'C' to lte-severity(1).
move 30 to lte-minutes(1).
move 'E' to lte-severity(2).
move 120 to lte-minutes(2).
move 'W' to lte-severity(3).
move 0 to lte-minutes(3).
move 'I' to lte-severity(4).
move 0 to lte-minutes(4).
open input limit-file.
if limit-file-status = '00'
	perform until limit-end = 'Y'
		read limit-file
		at end
			move 'Y' to limit-end
		not at end
			if lim-minutes numeric
				perform varying limit-idx from 1 by 1 until limit-idx > 4
					if lte-severity(limit-idx) =
						function upper-case(lim-severity)
						move lim-minutes to lte-minutes(limit-idx)
					end-if
				end-perform
			else
				display "escalate: bad ESCALATE.DAT entry for severity "
					lim-severity ", ignored"
			end-if
	end-perform
	close limit-file
end-if.
move 'N' to limit-end.

load-oncall-rota.
move 0 to rota-count.
open input rota-file.
if rota-file-status = '00'
	perform until rota-end = 'Y'
		read rota-file
		at end
			move 'Y' to rota-end
		not at end
			perform store-rota-entry
	end-perform
	close rota-file
end-if.
move 'N' to rota-end.
if rota-count = 0
	display "escalate: ONCALL.DAT not found or empty, nobody can be paged"
end-if.

store-rota-entry.
if ocr-from-date not numeric or ocr-to-date not numeric
	or ocr-from-time not numeric or ocr-to-time not numeric
	display "escalate: bad ONCALL.DAT entry for "
		ocr-initials ", ignored"
else
	if rota-count < 200
		add 1 to rota-count
		move ocr-shift-name to rte-shift-name(rota-count)
		move function upper-case(ocr-role) to rte-role(rota-count)
		move function upper-case(ocr-initials) to rte-initials(rota-count)
		move ocr-contact to rte-contact(rota-count)
		move ocr-from-date to rte-from-date(rota-count)
		move ocr-to-date to rte-to-date(rota-count)
		if rte-to-date(rota-count) = 0
			move 99999999 to rte-to-date(rota-count)
		end-if
		move ocr-from-time to rte-from-time(rota-count)
		move ocr-to-time to rte-to-time(rota-count)
	else
		display "escalate: more than 200 rota entries, ignoring "
			ocr-initials
	end-if
end-if.

sweep-alert-file.
move 'N' to alert-end.
open input alert-file.
open output alert-temp-file.
perform until alert-end = 'Y'
	read alert-file into alert-input-record
	at end
		move 'Y' to alert-end
	not at end
		add 1 to alerts-read
		move alert-input-record to operator-alert-record
		if oar-escalation-level not numeric
			move 0 to oar-escalation-level
			move spaces to oar-primary-initials
			move 0 to oar-primary-paged-date
			move 0 to oar-primary-paged-time
		end-if
		if oar-backup-paged-date not numeric
			move spaces to oar-backup-initials
			move 0 to oar-backup-paged-date
			move 0 to oar-backup-paged-time
		end-if
		if oar-status-open or oar-status = space
			perform check-one-alert
		end-if
		write alert-temp-record from operator-alert-record
end-perform.
close alert-file.
close alert-temp-file.
move 'N' to alert-end.
open input alert-temp-file.
open output alert-file.
perform until alert-end = 'Y'
	read alert-temp-file into alert-temp-record
	at end
		move 'Y' to alert-end
	not at end
		write alert-input-record from alert-temp-record
end-perform.
close alert-temp-file.
close alert-file.
move 'N' to alert-end.

check-one-alert.
move 0 to alert-limit.
if oar-program-name not = "escalate"
	perform varying limit-idx from 1 by 1 until limit-idx > 4
		if lte-severity(limit-idx) = oar-severity
			move lte-minutes(limit-idx) to alert-limit
		end-if
	end-perform
end-if.
if alert-limit > 0 and oar-alert-date numeric and oar-alert-time numeric
	move oar-alert-time to work-time
	compute alert-minutes = function integer-of-date(oar-alert-date) * 1440
		+ work-time-hh * 60 + work-time-mm
	compute alert-age = now-minutes - alert-minutes
	if alert-age >= alert-limit
		add 1 to alerts-overdue
		evaluate true
			when oar-not-escalated
				move 'P' to wanted-role
				perform find-oncall
				if oncall-idx > 0
					move 1 to new-level
					perform page-oncall
				else
					move 'B' to wanted-role
					perform find-oncall
					if oncall-idx > 0
						move 2 to new-level
						perform page-oncall
					else
						move 1 to new-level
						perform note-uncovered
					end-if
				end-if
			when oar-primary-paged
				move 'B' to wanted-role
				perform find-oncall
				if oncall-idx > 0
					move 2 to new-level
					perform page-oncall
				else
					move 2 to new-level
					perform note-uncovered
				end-if
			when other
				continue
		end-evaluate
	end-if
end-if.

find-oncall.
move 0 to oncall-idx.
perform varying rota-idx from 1 by 1
	until rota-idx > rota-count or oncall-idx > 0
	if rte-role(rota-idx) = wanted-role
		and now-date >= rte-from-date(rota-idx)
		and now-date <= rte-to-date(rota-idx)
		evaluate true
			when rte-from-time(rota-idx) = rte-to-time(rota-idx)
				move rota-idx to oncall-idx
			when rte-from-time(rota-idx) < rte-to-time(rota-idx)
				if now-hhmm >= rte-from-time(rota-idx)
					and now-hhmm < rte-to-time(rota-idx)
					move rota-idx to oncall-idx
				end-if
			when other
				if now-hhmm >= rte-from-time(rota-idx)
					or now-hhmm < rte-to-time(rota-idx)
					move rota-idx to oncall-idx
				end-if
		end-evaluate
	end-if
end-perform.

page-oncall.
move now-date to pgo-page-date.
move now-time to pgo-page-time.
move rte-initials(oncall-idx) to pgo-initials.
move rte-contact(oncall-idx) to pgo-contact.
move rte-role(oncall-idx) to pgo-role.
move new-level to pgo-escalation-level.
move rte-shift-name(oncall-idx) to pgo-shift-name.
move oar-program-name to pgo-alert-program.
move oar-alert-code to pgo-alert-code.
move oar-severity to pgo-severity.
move oar-alert-date to pgo-alert-date.
move oar-alert-time to pgo-alert-time.
move oar-alert-text to pgo-alert-text.
move oar-run-id to pgo-run-id.
open extend page-file.
if page-file-status = '35'
	open output page-file
end-if.
write page-out-record.
close page-file.
move new-level to oar-escalation-level.
if new-level = 2
	move rte-initials(oncall-idx) to oar-backup-initials
	move now-date to oar-backup-paged-date
	move now-time to oar-backup-paged-time
	move "BACKUP" to role-word
else
	move rte-initials(oncall-idx) to oar-primary-initials
	move now-date to oar-primary-paged-date
	move now-time to oar-primary-paged-time
	move "PRIMARY" to role-word
end-if.
add 1 to pages-sent.
move alert-age to age-edit.
move spaces to report-line.
string "PAGED " delimited by size
	function trim(role-word) delimited by size
	" " delimited by size
	rte-initials(oncall-idx) delimited by size
	" (" delimited by size
	function trim(rte-contact(oncall-idx)) delimited by size
	") FOR " delimited by size
	oar-severity delimited by size
	" " delimited by size
	oar-alert-code delimited by size
	" FROM " delimited by size
	function trim(oar-program-name) delimited by size
	", OPEN " delimited by size
	function trim(age-edit) delimited by size
	" MIN" delimited by size
	into report-line
end-string.
write report-line.
display "escalate: " function trim(report-line).

note-uncovered.
if new-level = 2
	if oar-backup-uncovered
		move 'Y' to already-noted
	else
		move 'N' to already-noted
		move "---" to oar-backup-initials
		move now-date to oar-backup-paged-date
		move now-time to oar-backup-paged-time
	end-if
else
	if oar-primary-uncovered
		move 'Y' to already-noted
	else
		move 'N' to already-noted
		move "---" to oar-primary-initials
		move now-date to oar-primary-paged-date
		move now-time to oar-primary-paged-time
	end-if
end-if.
move alert-age to age-edit.
move spaces to report-line.
if already-noted = 'Y'
	move "STILL NO ON-CALL COVER FOR " to report-line
else
	add 1 to uncovered-count
	move "NO ON-CALL COVER FOR " to report-line
end-if.
move report-line to cover-text.
move spaces to report-line.
string function trim(cover-text) delimited by size
	" " delimited by size
	oar-severity delimited by size
	" " delimited by size
	oar-alert-code delimited by size
	" FROM " delimited by size
	function trim(oar-program-name) delimited by size
	", OPEN " delimited by size
	function trim(age-edit) delimited by size
	" MIN" delimited by size
	into report-line
end-string.
write report-line.
if already-noted = 'N'
	display "escalate: " function trim(report-line)
end-if.

write-sweep-totals.
if alerts-overdue = 0
	move "NO OPEN ALERTS PAST THEIR ESCALATION LIMIT" to report-line
	write report-line
end-if.
move spaces to report-line.
write report-line.
move alerts-overdue to count-edit.
move pages-sent to count-edit-2.
move uncovered-count to count-edit-3.
string "ALERTS OVERDUE: " delimited by size
	function trim(count-edit) delimited by size
	"   PAGES SENT: " delimited by size
	function trim(count-edit-2) delimited by size
	"   NOT COVERED: " delimited by size
	function trim(count-edit-3) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).

acquire-alert-lock.
move 'N' to lock-held.
move 'A' to lrr-action.
move "OPERALRT" to lrr-lock-name.
move "escalate" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "escalate: lock OPERALRT is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), sweep skipped"
else
	move 'Y' to lock-held
end-if.

release-alert-lock.
move 'R' to lrr-action.
move "OPERALRT" to lrr-lock-name.
move "escalate" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
move 'N' to lock-held.

raise-alert.
move "escalate" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.
