identification division.
program-id.	auditverify.

environment division.
input-output section.
file-control.
	select audit-file assign to dynamic audit-file-name
	organization is line sequential
	file status is audit-file-status.
	select chain-file assign to dynamic chain-file-name
	organization is line sequential
	file status is chain-file-status.
	select verify-sort-file assign to "AUDITVFY.SRT".
	select verify-report assign to "AUDITVFY.RPT"
	organization is line sequential.

data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	chain-file.
01	chain-input-record	pic	x(90).
sd	verify-sort-file.
01	verify-sort-record.
	05	vsr-sequence-key	pic	x(10).
	05	vsr-file-name		pic	x(20).
	05	vsr-record-number	pic	9(08).
	05	vsr-audit-record	pic	x(160).
fd	verify-report.
01	report-line	pic	x(132).

working-storage section.
01	audit-file-status	pic	xx.
01	chain-file-status	pic	xx.
01	audit-file-name		pic	x(200).
01	chain-file-name		pic	x(200).
01	audit-end	pic	a	value 'N'.
01	sort-end	pic	a	value 'N'.
01	sw-idx		pic	9(02).
01	months-back	pic	9(03)	value 120.
01	today-date	pic	9(08).
01	today-parts redefines today-date.
	05	tdp-year	pic	9(04).
	05	tdp-month	pic	9(02).
	05	tdp-day		pic	9(02).
01	month-number	pic	9(06).
01	first-month-number	pic	9(06).
01	last-month-number	pic	9(06).
01	archive-month.
	05	arm-year	pic	9(04).
	05	arm-month	pic	9(02).
01	file-record-number	pic	9(08).
01	file-chained-count	pic	9(08).
01	file-last-sequence	pic	9(10).
01	file-last-chain		pic	9(10).
01	first-chained-date	pic	9(08)	value 0.
01	archives-read	pic	9(04)	value 0.
01	records-read	pic	9(08)	value 0.
01	unchained-count	pic	9(08)	value 0.
01	chained-count	pic	9(08)	value 0.
01	break-count	pic	9(06)	value 0.
01	previous-sequence	pic	9(10)	value 0.
01	seed-sequence	pic	9(10)	value 0.
01	anchor-pending	pic	a	value 'N'.
01	before-window-count	pic	9(08)	value 0.
01	previous-chain		pic	9(10)	value 0.
01	previous-file-name	pic	x(20).
01	previous-record-number	pic	9(08).
01	gap-first	pic	9(10).
01	gap-last	pic	9(10).
01	finding-file-name	pic	x(20).
01	finding-record-number	pic	9(08).
01	finding-sequence	pic	9(10).
01	finding-text	pic	x(80).
01	sequence-edit	pic	z(9)9.
01	sequence-edit-2	pic	z(9)9.
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
01	count-edit-3	pic	zzzzzzz9.
01	count-edit-4	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "operator-alert-record.cpy".
copy "business-date-request-record.cpy".
copy "audit-chain-request-record.cpy".
copy "audit-chain-record.cpy".
01	checked-record.
	05	chk-program-name	pic	x(20).
	05	chk-event-type		pic	x(01).
	05	chk-run-date		pic	x(08).
	05	chk-remainder		pic	x(103).
	05	chk-business-date	pic	x(08).
	05	chk-sequence-number	pic	x(10).
	05	chk-chain-value		pic	x(10).
01	checked-numbers redefines checked-record.
	05	filler			pic	x(140).
	05	chk-sequence-value	pic	9(10).
	05	chk-chain-number	pic	9(10).

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	evaluate function trim(apr-switch-name(sw-idx))
		when "-months"
			if apr-switch-value(sw-idx) = spaces
				or function trim(apr-switch-value(sw-idx)) not numeric
				display "usage: -months requires a number of months, e.g. -months=24"
				move 8 to return-code
				goback
			else
				move function trim(apr-switch-value(sw-idx)) to months-back
			end-if
		when other
			display "usage: auditverify [-months=n]"
			move 8 to return-code
			goback
	end-evaluate
end-perform.
if months-back = 0
	display "usage: -months must be at least 1"
	move 8 to return-code
	goback
end-if.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-date.
compute last-month-number = tdp-year * 12 + tdp-month - 1.
compute first-month-number = last-month-number - months-back + 1.

move 'G' to rid-action.
call "runid" using run-id-record.

move "auditverify" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "audit log chain verification" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

open output verify-report.
move spaces to report-line.
string "AUDIT LOG CHAIN VERIFICATION   AS OF: " delimited by size
	today-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
write report-line.
move "SEQUENCE" to report-line(3:8).
move "FILE" to report-line(13:4).
move "RECORD" to report-line(35:6).
move "FINDING" to report-line(44:7).
write report-line.

perform seed-chain-start.

sort verify-sort-file
	ascending key vsr-sequence-key vsr-file-name vsr-record-number
	input procedure is release-audit-records
	output procedure is walk-audit-chain.

perform check-chain-end.

if break-count = 0
	move "  NO BREAKS FOUND - THE AUDIT CHAIN IS INTACT" to report-line
	write report-line
end-if.
move spaces to report-line.
write report-line.
move records-read to count-edit.
move chained-count to count-edit-2.
move unchained-count to count-edit-3.
move break-count to count-edit-4.
move spaces to report-line.
string "RECORDS READ: " delimited by size
	function trim(count-edit) delimited by size
	"   CHAINED: " delimited by size
	function trim(count-edit-2) delimited by size
	"   WRITTEN BEFORE CHAINING: " delimited by size
	function trim(count-edit-3) delimited by size
	"   BREAKS: " delimited by size
	function trim(count-edit-4) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move archives-read to count-edit.
move spaces to report-line.
string "ARCHIVES READ: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
write report-line.
close verify-report.
display "auditverify: report written to AUDITVFY.RPT".

move 0 to alr-completion-code.
if break-count > 0
	move 'C' to oar-severity
	move "AUV0001" to oar-alert-code
	move spaces to oar-alert-text
	string "audit log chain broken - " delimited by size
		function trim(count-edit-4) delimited by size
		" break(s) found, see AUDITVFY.RPT before trusting the audit trail"
			delimited by size
		into oar-alert-text
	end-string
	move "auditverify" to oar-program-name
	move rid-run-id to oar-run-id
	call "alertlog" using operator-alert-record
	move 8 to alr-completion-code
end-if.

move "auditverify" to alr-program-name.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "audit log chain verification" to alr-key-param.
move rid-run-id to alr-run-id.
move records-read to alr-records-read.
move break-count to alr-records-written.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

release-audit-records.
perform varying month-number from first-month-number by 1
	until month-number > last-month-number
	compute arm-year = month-number / 12
	compute arm-month = function mod(month-number, 12) + 1
	move spaces to audit-file-name
	string "AUDIT-" delimited by size
		archive-month delimited by size
		".DAT" delimited by size
		into audit-file-name
	end-string
	move spaces to chain-file-name
	string "AUDIT-" delimited by size
		archive-month delimited by size
		".CHN" delimited by size
		into chain-file-name
	end-string
	perform release-one-file
	perform check-archive-chain
end-perform.
move "AUDITLOG.DAT" to audit-file-name.
perform release-one-file.

release-one-file.
move 0 to file-record-number.
move 0 to file-chained-count.
move 0 to file-last-sequence.
move 0 to file-last-chain.
move 'N' to audit-end.
open input audit-file.
if audit-file-status = '00'
	if audit-file-name not = "AUDITLOG.DAT"
		add 1 to archives-read
	end-if
	perform until audit-end = 'Y'
		read audit-file into checked-record
		at end
			move 'Y' to audit-end
		not at end
			add 1 to file-record-number
			add 1 to records-read
			perform release-one-record
	end-perform
	close audit-file
end-if.

release-one-record.
move spaces to verify-sort-record.
move audit-file-name to vsr-file-name.
move file-record-number to vsr-record-number.
move checked-record to vsr-audit-record.
if chk-sequence-number numeric and chk-chain-value numeric
	move chk-sequence-number to vsr-sequence-key
	add 1 to file-chained-count
	if chk-sequence-value > file-last-sequence
		move chk-sequence-value to file-last-sequence
		move chk-chain-number to file-last-chain
	end-if
	if chk-run-date numeric
		if first-chained-date = 0 or chk-run-date < first-chained-date
			move chk-run-date to first-chained-date
		end-if
	end-if
else
	move spaces to vsr-sequence-key
end-if.
release verify-sort-record.

check-archive-chain.
move spaces to audit-chain-record.
open input chain-file.
if chain-file-status = '00'
	read chain-file into audit-chain-record
		at end
			move spaces to audit-chain-record
	end-read
	close chain-file
	move audit-file-name to finding-file-name
	move 0 to finding-record-number
	move acr-last-sequence to finding-sequence
	evaluate true
		when audit-file-status not = '00'
			move "archive is missing but its chain record exists - records deleted"
				to finding-text
			perform write-finding
		when acr-record-count not numeric
			or acr-last-sequence not numeric
			or acr-last-chain not numeric
			move "chain record for this archive is unreadable" to finding-text
			perform write-finding
		when acr-record-count not = file-record-number
			move spaces to finding-text
			move acr-record-count to count-edit
			move file-record-number to count-edit-2
			string "archive holds " delimited by size
				function trim(count-edit-2) delimited by size
				" records but its chain record says " delimited by size
				function trim(count-edit) delimited by size
				into finding-text
			end-string
			perform write-finding
		when acr-last-sequence not = file-last-sequence
			or acr-last-chain not = file-last-chain
			move "archive does not end on the chain value recorded for it"
				to finding-text
			perform write-finding
	end-evaluate
else
	if audit-file-status = '00' and file-chained-count > 0
		move audit-file-name to finding-file-name
		move 0 to finding-record-number
		move file-last-sequence to finding-sequence
		move "archive has chained records but no chain record (.CHN)"
			to finding-text
		perform write-finding
	end-if
end-if.

walk-audit-chain.
perform until sort-end = 'Y'
	return verify-sort-file
	at end
		move 'Y' to sort-end
	not at end
		move vsr-audit-record to checked-record
		move vsr-file-name to finding-file-name
		move vsr-record-number to finding-record-number
		if vsr-sequence-key = spaces
			perform check-unchained-record
		else
			add 1 to chained-count
			perform check-chained-record
		end-if
end-perform.

check-unchained-record.
add 1 to unchained-count.
if first-chained-date > 0 and chk-run-date numeric
	and chk-run-date > first-chained-date
	move 0 to finding-sequence
	move "record has no sequence but is dated after chaining began - inserted"
		to finding-text
	perform write-finding
end-if.

seed-chain-start.
compute month-number = first-month-number - 1.
compute arm-year = month-number / 12.
compute arm-month = function mod(month-number, 12) + 1.
move spaces to chain-file-name.
string "AUDIT-" delimited by size
	archive-month delimited by size
	".CHN" delimited by size
	into chain-file-name
end-string.
move spaces to audit-chain-record.
open input chain-file.
if chain-file-status = '00'
	read chain-file into audit-chain-record
		at end
			move spaces to audit-chain-record
	end-read
	close chain-file
end-if.
move spaces to report-line.
if chain-file-status = '00'
	and acr-last-sequence numeric and acr-last-chain numeric
	and acr-last-sequence > 0
	move acr-last-sequence to seed-sequence
	move acr-last-sequence to previous-sequence
	move acr-last-chain to previous-chain
	move chain-file-name to previous-file-name
	move seed-sequence to sequence-edit
	string "  CHAIN CHECKED FROM SEQUENCE " delimited by size
		function trim(sequence-edit) delimited by size
		", WHERE " delimited by size
		function trim(chain-file-name) delimited by size
		" ENDS" delimited by size
		into report-line
	end-string
	write report-line
else
	move 'Y' to anchor-pending
end-if.

check-chained-record.
move chk-sequence-value to finding-sequence.
evaluate true
	when seed-sequence > 0 and chk-sequence-value <= seed-sequence
		add 1 to before-window-count
	when anchor-pending = 'Y' and chk-sequence-value > 1
		move 'N' to anchor-pending
		move chk-sequence-value to sequence-edit
		move spaces to report-line
		string "  CHAIN ANCHORED AT SEQUENCE " delimited by size
			function trim(sequence-edit) delimited by size
			" IN " delimited by size
			function trim(vsr-file-name) delimited by size
			" - NO CHAIN RECORD FOR THE MONTH BEFORE THE PERIOD CHECKED"
				delimited by size
			into report-line
		end-string
		write report-line
		move chk-sequence-value to previous-sequence
		move chk-chain-number to previous-chain
		move vsr-file-name to previous-file-name
		move vsr-record-number to previous-record-number
	when other
		move 'N' to anchor-pending
		perform check-chain-link
end-evaluate.

check-chain-link.
evaluate true
	when previous-sequence > 0
		and chk-sequence-value = previous-sequence
		move spaces to finding-text
		string "duplicate sequence number - inserted record (first copy in "
			delimited by size
			function trim(previous-file-name) delimited by size
			")" delimited by size
			into finding-text
		end-string
		perform write-finding
	when chk-sequence-value > previous-sequence + 1
		compute gap-first = previous-sequence + 1
		compute gap-last = chk-sequence-value - 1
		move gap-first to sequence-edit
		move gap-last to sequence-edit-2
		move spaces to finding-text
		if gap-first = gap-last
			string "sequence number " delimited by size
				function trim(sequence-edit) delimited by size
				" is missing - record deleted" delimited by size
				into finding-text
			end-string
		else
			string "sequence numbers " delimited by size
				function trim(sequence-edit) delimited by size
				" to " delimited by size
				function trim(sequence-edit-2) delimited by size
				" are missing - records deleted" delimited by size
				into finding-text
			end-string
		end-if
		perform write-finding
		move chk-sequence-value to previous-sequence
		move chk-chain-number to previous-chain
	when other
		move checked-record(1:140) to acq-record-image
		move chk-sequence-value to acq-sequence-number
		move previous-chain to acq-previous-chain
		call "auditchain" using audit-chain-request-record
		if acq-chain-value not = chk-chain-number
			move "check value does not follow from the previous record - record altered"
				to finding-text
			perform write-finding
		end-if
		move chk-sequence-value to previous-sequence
		move chk-chain-number to previous-chain
end-evaluate.
move vsr-file-name to previous-file-name.
move vsr-record-number to previous-record-number.

check-chain-end.
move "AUDITCHN.DAT" to chain-file-name.
move "AUDITCHN.DAT" to finding-file-name.
move 0 to finding-record-number.
move spaces to audit-chain-record.
open input chain-file.
if chain-file-status not = '00'
	if chained-count > 0
		move previous-sequence to finding-sequence
		move "AUDITCHN.DAT is missing - the end of the chain cannot be confirmed"
			to finding-text
		perform write-finding
	end-if
else
	read chain-file into audit-chain-record
		at end
			move spaces to audit-chain-record
	end-read
	close chain-file
	move acr-last-sequence to finding-sequence
	evaluate true
		when acr-last-sequence not numeric or acr-last-chain not numeric
			move "AUDITCHN.DAT is unreadable - the end of the chain cannot be confirmed"
				to finding-text
			perform write-finding
		when previous-sequence < acr-last-sequence
			move previous-sequence to sequence-edit
			move spaces to finding-text
			string "log ends at sequence " delimited by size
				function trim(sequence-edit) delimited by size
				" - records removed from the end" delimited by size
				into finding-text
			end-string
			perform write-finding
		when previous-sequence > acr-last-sequence
			move previous-sequence to finding-sequence
			move "records beyond the last one the audit logger wrote - inserted"
				to finding-text
			perform write-finding
		when previous-chain not = acr-last-chain
			move "last record does not carry the chain value the audit logger wrote"
				to finding-text
			perform write-finding
	end-evaluate
end-if.

write-finding.
add 1 to break-count.
move spaces to report-line.
if finding-sequence > 0
	move finding-sequence to sequence-edit
	move sequence-edit to report-line(1:10)
end-if.
move finding-file-name to report-line(13:20).
if finding-record-number > 0
	move finding-record-number to count-edit
	move count-edit to report-line(33:8)
end-if.
move finding-text to report-line(44:80).
write report-line.
display "auditverify: " function trim(finding-file-name) " - "
	function trim(finding-text).
