	select archive-file assign to dynamic archive-file-name
	organization is line sequential
	file status is archive-file-status.
	select archive-chain-file assign to dynamic archive-chain-name
	organization is line sequential
	file status is archive-chain-status.

data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	audit-temp-file.
01	audit-temp-record	pic	x(160).
fd	archive-file.
01	archive-record	pic	x(160).
fd	archive-chain-file.
01	archive-chain-record	pic	x(90).

working-storage section.
01	audit-file-status	pic	xx.
01	audit-temp-status	pic	xx.
01	archive-file-status	pic	xx.
01	archive-chain-status	pic	xx.
01	audit-end	pic	a	value 'N'.
01	retention-days	pic	9(04)	value 90.
01	cutoff-date	pic	9(08).
01	cutoff-day-number	pic	9(08).
01	today-date	pic	9(08).
01	record-month	pic	x(06).
01	record-date	pic	9(08).
01	record-date-parts redefines record-date.
	05	rdp-month	pic	x(06).
	05	filler		pic	x(02).
01	open-archive-month	pic	x(06)	value spaces.
01	archive-file-name	pic	x(200).
01	archive-chain-name	pic	x(200).
01	archive-written	pic	9(08).
01	archive-first-sequence	pic	9(10).
01	archive-last-sequence	pic	9(10).
01	archive-last-chain	pic	9(10).
01	archived-count	pic	9(08)	value 0.
01	retained-count	pic	9(08)	value 0.
01	archived-count-edit	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".
copy "audit-chain-record.cpy".

procedure division.
call "argparse" using arg-parse-record.
	goback
end-if.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-date.
compute cutoff-day-number = function integer-of-date(today-date) - retention-days.
compute cutoff-date = function date-of-integer(cutoff-day-number).
display "auditpurge: archiving audit records dated before " cutoff-date.
	at end
		move 'Y' to audit-end
	not at end
		move alr-run-date to record-date
		if alr-business-date numeric and alr-business-date > 0
			move alr-business-date to record-date
		end-if
		if record-date < cutoff-date
			perform archive-one-record
		else
			write audit-temp-record from audit-log-record
close audit-temp-file.
if open-archive-month not = spaces
	close archive-file
	perform update-archive-chain
end-if.

move 'N' to audit-end.
goback.

archive-one-record.
move rdp-month to record-month.
if record-month not = open-archive-month
	if open-archive-month not = spaces
		close archive-file
		perform update-archive-chain
	end-if
	move spaces to archive-file-name
	string "AUDIT-" delimited by size
		open output archive-file
	end-if
	move record-month to open-archive-month
	move 0 to archive-written
	move 0 to archive-first-sequence
	move 0 to archive-last-sequence
	move 0 to archive-last-chain
end-if.
write archive-record from audit-log-record.
add 1 to archived-count.
add 1 to archive-written.
if alr-sequence-number numeric and alr-chain-value numeric
	if archive-first-sequence = 0
		or alr-sequence-number < archive-first-sequence
		move alr-sequence-number to archive-first-sequence
	end-if
	if alr-sequence-number > archive-last-sequence
		move alr-sequence-number to archive-last-sequence
		move alr-chain-value to archive-last-chain
	end-if
end-if.

update-archive-chain.
move spaces to archive-chain-name.
string "AUDIT-" delimited by size
	open-archive-month delimited by size
	".CHN" delimited by size
	into archive-chain-name
end-string.
move spaces to audit-chain-record.
move 0 to acr-record-count.
move 0 to acr-first-sequence.
move 0 to acr-last-sequence.
move 0 to acr-last-chain.
open input archive-chain-file.
if archive-chain-status = '00'
	read archive-chain-file into audit-chain-record
		at end
			move spaces to audit-chain-record
	end-read
	close archive-chain-file
end-if.
if acr-record-count not numeric
	move 0 to acr-record-count
end-if.
if acr-first-sequence not numeric
	move 0 to acr-first-sequence
end-if.
if acr-last-sequence not numeric or acr-last-chain not numeric
	move 0 to acr-last-sequence
	move 0 to acr-last-chain
end-if.
move archive-file-name to acr-file-name.
add archive-written to acr-record-count.
if archive-first-sequence > 0
	and (acr-first-sequence = 0 or archive-first-sequence < acr-first-sequence)
	move archive-first-sequence to acr-first-sequence
end-if.
if archive-last-sequence > acr-last-sequence
	move archive-last-sequence to acr-last-sequence
	move archive-last-chain to acr-last-chain
end-if.
accept acr-updated-date from date yyyymmdd.
accept acr-updated-time from time.
move rid-run-id to acr-run-id.
open output archive-chain-file.
write archive-chain-record from audit-chain-record.
close archive-chain-file.
