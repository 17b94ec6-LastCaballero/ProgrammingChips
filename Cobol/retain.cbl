identification division.
program-id.	retain.

environment division.
input-output section.
file-control.
	select rule-file assign to "RETAIN.DAT"
	organization is line sequential
	file status is rule-file-status.
	select history-file assign to dynamic history-file-name
	organization is line sequential
	file status is history-file-status.
	select history-temp-file assign to dynamic temp-file-name
	organization is line sequential
	file status is history-temp-status.
	select archive-file assign to dynamic archive-file-name
	organization is line sequential
	file status is archive-file-status.
	select needed-file assign to dynamic needed-file-name
	organization is line sequential
	file status is needed-file-status.
	select retain-report assign to "RETAIN.RPT"
	organization is line sequential.

data division.
file section.
fd	rule-file.
01	rule-input-record	pic	x(92).
fd	history-file.
01	history-input-record	pic	x(500).
fd	history-temp-file.
01	history-temp-record	pic	x(500).
fd	archive-file.
01	archive-record	pic	x(500).
fd	needed-file.
01	needed-record	pic	x(01).
fd	retain-report.
01	report-line	pic	x(132).

working-storage section.
01	rule-file-status	pic	xx.
01	history-file-status	pic	xx.
01	history-temp-status	pic	xx.
01	archive-file-status	pic	xx.
01	needed-file-status	pic	xx.
01	rule-end	pic	a	value 'N'.
01	history-end	pic	a	value 'N'.
01	history-file-name	pic	x(200).
01	temp-file-name	pic	x(200).
01	archive-file-name	pic	x(200).
01	needed-file-name	pic	x(250).
01	sw-idx	pic	9(02).
01	preview-mode	pic	a	value 'N'.
	88	preview-mode-on	value 'Y'.
01	filter-file-name	pic	x(40)	value spaces.
01	rule-count	pic	9(02)	value 0.
01	rule-table.
	05	rule-entry	occurs 30 times.
		10	rte-file-name		pic	x(40).
		10	rte-record-length	pic	9(03).
		10	rte-date-position	pic	9(03).
		10	rte-retention-days	pic	9(04).
		10	rte-disposition		pic	x(01).
		10	rte-expire-position	pic	9(03).
		10	rte-expire-length	pic	9(02).
		10	rte-expire-value	pic	x(10).
		10	rte-archive-prefix	pic	x(10).
		10	rte-lock-name		pic	x(10).
		10	rte-needed-position	pic	9(03).
		10	rte-needed-length	pic	9(03).
01	rule-idx	pic	9(02).
01	rule-valid	pic	a.
01	files-processed	pic	9(02)	value 0.
01	today-date	pic	9(08).
01	cutoff-date	pic	9(08).
01	cutoff-day-number	pic	9(08).
01	record-date-text	pic	x(08).
01	record-date	pic	9(08).
01	record-expired	pic	a.
01	record-month	pic	x(06).
01	open-archive-month	pic	x(06).
01	archive-open	pic	a	value 'N'.
01	archive-written	pic	a.
01	work-file-open	pic	a	value 'N'.
01	copy-back-ok	pic	a.
01	lock-held	pic	a	value 'N'.
01	file-result	pic	x(44).
01	file-read	pic	9(08).
01	file-kept	pic	9(08).
01	file-archived	pic	9(08).
01	file-deleted	pic	9(08).
01	total-read	pic	9(08)	value 0.
01	total-kept	pic	9(08)	value 0.
01	total-archived	pic	9(08)	value 0.
01	total-deleted	pic	9(08)	value 0.
01	retain-warning	pic	a	value 'N'.
01	days-edit	pic	zzz9.
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
01	count-edit-3	pic	zzzzzzz9.
01	count-edit-4	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "business-date-request-record.cpy".
copy "retention-rule-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	evaluate function trim(apr-switch-name(sw-idx))
		when "-preview"
			move 'Y' to preview-mode
		when "-file"
			if apr-switch-value(sw-idx) = spaces
				display "usage: -file requires a file name, e.g. -file=OPERALRT.DAT"
				move 8 to return-code
				goback
			else
				move function upper-case(function trim(apr-switch-value(sw-idx)))
					to filter-file-name
			end-if
		when other
			display "usage: retain [-preview] [-file=history-file]"
			move 8 to return-code
			goback
	end-evaluate
end-perform.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-date.

move 'G' to rid-action.
call "runid" using run-id-record.

move "retain" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
string "history retention as of " delimited by size
	today-date delimited by size
	into alr-key-param
end-string.
if preview-mode-on
	move "history retention preview" to alr-key-param
end-if.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

perform load-retention-rules.

open output retain-report.
move spaces to report-line.
string "SUITE HISTORY RETENTION REPORT   AS OF: " delimited by size
	today-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
if preview-mode-on
	move "PREVIEW ONLY - NO HISTORY FILE HAS BEEN CHANGED" to report-line
	write report-line
	display function trim(report-line)
end-if.
move spaces to report-line.
write report-line.
move "FILE" to report-line(1:4).
move "DAYS" to report-line(22:4).
move "CUTOFF" to report-line(28:6).
move "ACTION" to report-line(38:6).
move "READ" to report-line(51:4).
move "KEPT" to report-line(61:4).
move "ARCHIVED" to report-line(67:8).
move "DELETED" to report-line(78:7).
move "RESULT" to report-line(87:6).
write report-line.

perform varying rule-idx from 1 by 1 until rule-idx > rule-count
	if filter-file-name = spaces
		or function upper-case(rte-file-name(rule-idx)) = filter-file-name
		perform retain-one-file
	end-if
end-perform.

if files-processed = 0
	move "  NO RETENTION RULE MATCHES THE SELECTION" to report-line
	write report-line
	display function trim(report-line)
	move 'Y' to retain-warning
end-if.

move spaces to report-line.
write report-line.
move total-read to count-edit.
move total-kept to count-edit-2.
move total-archived to count-edit-3.
move total-deleted to count-edit-4.
move spaces to report-line.
move "TOTAL" to report-line(1:5).
move count-edit to report-line(47:8).
move count-edit-2 to report-line(57:8).
move count-edit-3 to report-line(67:8).
move count-edit-4 to report-line(77:8).
write report-line.
move spaces to report-line.
string "RECORDS READ: " delimited by size
	function trim(count-edit) delimited by size
	"   KEPT: " delimited by size
	function trim(count-edit-2) delimited by size
	"   ARCHIVED: " delimited by size
	function trim(count-edit-3) delimited by size
	"   DELETED: " delimited by size
	function trim(count-edit-4) delimited by size
	into report-line
end-string.
display function trim(report-line).
close retain-report.
display "retain: report written to RETAIN.RPT".

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move total-read to alr-records-read.
compute alr-records-written = total-archived + total-deleted.
move 0 to alr-completion-code.
if retain-warning = 'Y'
	move 4 to alr-completion-code
end-if.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

load-retention-rules.
move 0 to rule-count.
open input rule-file.
if rule-file-status = '00'
	perform until rule-end = 'Y'
		read rule-file into retention-rule-record
		at end
			move 'Y' to rule-end
		not at end
			if rtr-file-name not = spaces
				if rule-count < 30
					add 1 to rule-count
					perform store-rule
				else
					display "retain: more than 30 rules in RETAIN.DAT, ignoring "
						function trim(rtr-file-name)
				end-if
			end-if
	end-perform
	close rule-file
end-if.
if rule-count = 0
	display "retain: RETAIN.DAT not found or empty, using the built-in retention rules"
	move spaces to retention-rule-record
	move "OPERALRT.DAT" to rtr-file-name
	move 300 to rtr-record-length
	move 186 to rtr-date-position
	move 90 to rtr-retention-days
	move 'A' to rtr-disposition
	move 182 to rtr-expire-position
	move 1 to rtr-expire-length
	move "C" to rtr-expire-value
	move "OPERALRT" to rtr-archive-prefix
	move "OPERALRT" to rtr-lock-name
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "DRILLRES.DAT" to rtr-file-name
	move 58 to rtr-record-length
	move 11 to rtr-date-position
	move 730 to rtr-retention-days
	move 'A' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move "DRILLRES" to rtr-archive-prefix
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "GRADHIST.DAT" to rtr-file-name
	move 134 to rtr-record-length
	move 11 to rtr-date-position
	move 730 to rtr-retention-days
	move 'A' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move "GRADHIST" to rtr-archive-prefix
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "CTLHIST.DAT" to rtr-file-name
	move 492 to rtr-record-length
	move 1 to rtr-date-position
	move 1095 to rtr-retention-days
	move 'A' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move "CTLHIST" to rtr-archive-prefix
	move "CTLPEND" to rtr-lock-name
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "WORDHIST.DAT" to rtr-file-name
	move 113 to rtr-record-length
	move 1 to rtr-date-position
	move 730 to rtr-retention-days
	move 'A' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move "WORDHIST" to rtr-archive-prefix
	move "WORDMASTER" to rtr-lock-name
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "EXTLOG.DAT" to rtr-file-name
	move 145 to rtr-record-length
	move 1 to rtr-date-position
	move 400 to rtr-retention-days
	move 'A' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move "EXTLOG" to rtr-archive-prefix
	move "EXTLOG" to rtr-lock-name
	add 1 to rule-count
	perform store-rule
	move spaces to retention-rule-record
	move "GENCAT.DAT" to rtr-file-name
	move 436 to rtr-record-length
	move 421 to rtr-date-position
	move 400 to rtr-retention-days
	move 'D' to rtr-disposition
	move 0 to rtr-expire-position
	move 0 to rtr-expire-length
	move 201 to rtr-needed-position
	move 220 to rtr-needed-length
	add 1 to rule-count
	perform store-rule
end-if.

store-rule.
move rtr-file-name to rte-file-name(rule-count).
move rtr-record-length to rte-record-length(rule-count).
move rtr-date-position to rte-date-position(rule-count).
move rtr-retention-days to rte-retention-days(rule-count).
move function upper-case(rtr-disposition) to rte-disposition(rule-count).
move rtr-expire-position to rte-expire-position(rule-count).
move rtr-expire-length to rte-expire-length(rule-count).
move rtr-expire-value to rte-expire-value(rule-count).
move rtr-archive-prefix to rte-archive-prefix(rule-count).
move rtr-lock-name to rte-lock-name(rule-count).
if rtr-needed-position = spaces
	move 0 to rtr-needed-position
end-if.
if rtr-needed-length = spaces
	move 0 to rtr-needed-length
end-if.
move rtr-needed-position to rte-needed-position(rule-count).
move rtr-needed-length to rte-needed-length(rule-count).

retain-one-file.
add 1 to files-processed.
move 0 to file-read.
move 0 to file-kept.
move 0 to file-archived.
move 0 to file-deleted.
move 0 to cutoff-date.
move spaces to file-result.
perform check-rule.
if rule-valid = 'N'
	move 'Y' to retain-warning
else
	compute cutoff-day-number = function integer-of-date(today-date)
		- rte-retention-days(rule-idx)
	compute cutoff-date = function date-of-integer(cutoff-day-number)
	move rte-file-name(rule-idx) to history-file-name
	open input history-file
	if history-file-status not = '00'
		move "NOT FOUND - NOTHING TO DO" to file-result
	else
		close history-file
		if rte-lock-name(rule-idx) not = spaces and not preview-mode-on
			perform acquire-history-lock
		end-if
		if rte-lock-name(rule-idx) not = spaces and not preview-mode-on
			and lock-held = 'N'
			move spaces to file-result
			string "SKIPPED - LOCK HELD BY " delimited by size
				function trim(lrr-holder-program) delimited by size
				into file-result
			end-string
			move 'Y' to retain-warning
			move 'W' to oar-severity
			move "RTN0001" to oar-alert-code
			move spaces to oar-alert-text
			string "retention skipped for " delimited by size
				function trim(history-file-name) delimited by size
				" - lock " delimited by size
				function trim(rte-lock-name(rule-idx)) delimited by size
				" held by " delimited by size
				function trim(lrr-holder-program) delimited by size
				into oar-alert-text
			end-string
			perform raise-alert
		else
			perform scan-history-file
			if lock-held = 'Y'
				perform release-history-lock
			end-if
		end-if
	end-if
end-if.
add file-read to total-read.
add file-kept to total-kept.
add file-archived to total-archived.
add file-deleted to total-deleted.
perform write-file-line.

check-rule.
move 'Y' to rule-valid.
if rte-record-length(rule-idx) not numeric
	or rte-date-position(rule-idx) not numeric
	or rte-retention-days(rule-idx) not numeric
	or rte-expire-position(rule-idx) not numeric
	or rte-expire-length(rule-idx) not numeric
	or rte-needed-position(rule-idx) not numeric
	or rte-needed-length(rule-idx) not numeric
	move 'N' to rule-valid
	move "RULE REJECTED - NON-NUMERIC FIELD" to file-result
else
	evaluate true
		when rte-record-length(rule-idx) = 0
			or rte-record-length(rule-idx) > 500
			move 'N' to rule-valid
			move "RULE REJECTED - RECORD LENGTH NOT 1-500" to file-result
		when rte-date-position(rule-idx) = 0
			or rte-date-position(rule-idx) + 7 > rte-record-length(rule-idx)
			move 'N' to rule-valid
			move "RULE REJECTED - DATE OUTSIDE THE RECORD" to file-result
		when rte-retention-days(rule-idx) = 0
			move 'N' to rule-valid
			move "RULE REJECTED - RETENTION OF 0 DAYS" to file-result
		when rte-disposition(rule-idx) not = 'A'
			and rte-disposition(rule-idx) not = 'D'
			move 'N' to rule-valid
			move "RULE REJECTED - ACTION MUST BE A OR D" to file-result
		when rte-expire-length(rule-idx) > 10
			or (rte-expire-length(rule-idx) > 0
				and (rte-expire-position(rule-idx) = 0
				or rte-expire-position(rule-idx) + rte-expire-length(rule-idx) - 1
					> rte-record-length(rule-idx)))
			move 'N' to rule-valid
			move "RULE REJECTED - EXPIRE FIELD OUTSIDE THE RECORD" to file-result
		when rte-needed-length(rule-idx) > 250
			or (rte-needed-length(rule-idx) > 0
				and (rte-needed-position(rule-idx) = 0
				or rte-needed-position(rule-idx) + rte-needed-length(rule-idx) - 1
					> rte-record-length(rule-idx)))
			move 'N' to rule-valid
			move "RULE REJECTED - FILE FIELD OUTSIDE THE RECORD" to file-result
		when rte-disposition(rule-idx) = 'A'
			and rte-archive-prefix(rule-idx) = spaces
			move 'N' to rule-valid
			move "RULE REJECTED - NO ARCHIVE PREFIX" to file-result
	end-evaluate
end-if.

scan-history-file.
move spaces to open-archive-month.
move 'N' to archive-open.
move 'N' to work-file-open.
move spaces to temp-file-name.
string function trim(history-file-name) delimited by size
	".RTT" delimited by size
	into temp-file-name
end-string.
move 'N' to history-end.
open input history-file.
if not preview-mode-on
	open output history-temp-file
	if history-temp-status = '00'
		move 'Y' to work-file-open
	else
		move "SKIPPED - CANNOT WRITE WORK FILE" to file-result
		move 'Y' to retain-warning
		move 'Y' to history-end
	end-if
end-if.
perform until history-end = 'Y'
	read history-file
	at end
		move 'Y' to history-end
	not at end
		add 1 to file-read
		perform classify-record
		if record-expired = 'Y'
			if rte-disposition(rule-idx) = 'A'
				move 'Y' to archive-written
				if not preview-mode-on
					perform archive-one-record
				end-if
				if archive-written = 'Y'
					add 1 to file-archived
				else
					add 1 to file-kept
				end-if
			else
				add 1 to file-deleted
			end-if
		else
			if not preview-mode-on
				write history-temp-record from history-input-record
			end-if
			add 1 to file-kept
		end-if
end-perform.
close history-file.
if archive-open = 'Y'
	close archive-file
end-if.
if work-file-open = 'Y'
	close history-temp-file
	move 'Y' to copy-back-ok
	if file-archived > 0 or file-deleted > 0
		perform replace-history-file
	end-if
	if copy-back-ok = 'Y'
		call "CBL_DELETE_FILE" using temp-file-name
	end-if
end-if.
if file-result = spaces
	evaluate true
		when file-archived = 0 and file-deleted = 0
			move "NOTHING EXPIRED" to file-result
		when preview-mode-on
			move "PREVIEW - WOULD BE REMOVED" to file-result
		when other
			move "DONE" to file-result
	end-evaluate
end-if.

classify-record.
move 'N' to record-expired.
move history-input-record(rte-date-position(rule-idx):8) to record-date-text.
if record-date-text numeric
	move record-date-text to record-date
	if record-date > 0 and record-date < cutoff-date
		if rte-expire-length(rule-idx) = 0
			move 'Y' to record-expired
		else
			if history-input-record(rte-expire-position(rule-idx):
				rte-expire-length(rule-idx))
				= rte-expire-value(rule-idx)(1:rte-expire-length(rule-idx))
				move 'Y' to record-expired
			end-if
		end-if
	end-if
end-if.
if record-expired = 'Y' and rte-needed-length(rule-idx) > 0
	perform check-file-still-needed
end-if.

check-file-still-needed.
move history-input-record(rte-needed-position(rule-idx):
	rte-needed-length(rule-idx)) to needed-file-name.
if needed-file-name not = spaces
	open input needed-file
	if needed-file-status = '00'
		close needed-file
	end-if
	if needed-file-status not = '35'
		move 'N' to record-expired
	end-if
end-if.

archive-one-record.
move record-date-text(1:6) to record-month.
if record-month not = open-archive-month
	if archive-open = 'Y'
		close archive-file
		move 'N' to archive-open
	end-if
	move spaces to archive-file-name
	string function trim(rte-archive-prefix(rule-idx)) delimited by size
		"-" delimited by size
		record-month delimited by size
		".DAT" delimited by size
		into archive-file-name
	end-string
	open extend archive-file
	if archive-file-status = '35'
		open output archive-file
	end-if
	if archive-file-status = '00'
		move 'Y' to archive-open
	else
		display "retain: cannot open " function trim(archive-file-name)
			", status " archive-file-status
	end-if
	move record-month to open-archive-month
end-if.
if archive-open = 'Y'
	write archive-record from history-input-record
	if archive-file-status not = '00'
		move 'N' to archive-written
		display "retain: cannot write " function trim(archive-file-name)
			", status " archive-file-status
	end-if
else
	move 'N' to archive-written
end-if.
if archive-written = 'N'
	write history-temp-record from history-input-record
	move "SKIPPED - CANNOT WRITE ARCHIVE" to file-result
	move 'Y' to retain-warning
end-if.

replace-history-file.
move 'N' to history-end.
open input history-temp-file.
if history-temp-status not = '00'
	move 'N' to copy-back-ok
else
	open output history-file
	if history-file-status not = '00'
		move 'N' to copy-back-ok
	else
		perform until history-end = 'Y'
			read history-temp-file
			at end
				move 'Y' to history-end
			not at end
				write history-input-record from history-temp-record
				if history-file-status not = '00'
					move 'N' to copy-back-ok
					move 'Y' to history-end
				end-if
		end-perform
		close history-file
	end-if
	close history-temp-file
end-if.
if copy-back-ok = 'N'
	move spaces to file-result
	string "FAILED - RECORDS KEPT IN " delimited by size
		function trim(temp-file-name) delimited by size
		into file-result
	end-string
	move 'Y' to retain-warning
	display "retain: " function trim(history-file-name)
		" could not be rewritten, status " history-file-status
		" - its kept records are in " function trim(temp-file-name)
	move 'C' to oar-severity
	move "RTN0002" to oar-alert-code
	move spaces to oar-alert-text
	string function trim(history-file-name) delimited by size
		" could not be rewritten by retain - restore it from " delimited by size
		function trim(temp-file-name) delimited by size
		into oar-alert-text
	end-string
	perform raise-alert
end-if.

write-file-line.
move spaces to report-line.
move rte-file-name(rule-idx) to report-line(1:20).
move rte-retention-days(rule-idx) to days-edit.
move days-edit to report-line(22:4).
if cutoff-date > 0
	move cutoff-date to report-line(28:8)
end-if.
if rte-disposition(rule-idx) = 'A'
	move "ARCHIVE" to report-line(38:7)
else
	move "DELETE" to report-line(38:6)
end-if.
move file-read to count-edit.
move count-edit to report-line(47:8).
move file-kept to count-edit.
move count-edit to report-line(57:8).
move file-archived to count-edit.
move count-edit to report-line(67:8).
move file-deleted to count-edit.
move count-edit to report-line(77:8).
move file-result to report-line(87:44).
write report-line.
display "retain: " function trim(rte-file-name(rule-idx)) " - "
	function trim(file-result).

acquire-history-lock.
move 'N' to lock-held.
move 'A' to lrr-action.
move rte-lock-name(rule-idx) to lrr-lock-name.
move "retain" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if not lrr-denied
	move 'Y' to lock-held
end-if.

release-history-lock.
move 'R' to lrr-action.
move rte-lock-name(rule-idx) to lrr-lock-name.
move "retain" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
move 'N' to lock-held.

raise-alert.
move "retain" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.
