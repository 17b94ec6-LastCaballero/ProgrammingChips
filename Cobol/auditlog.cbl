	select audit-file assign to "AUDITLOG.DAT"
	organization is line sequential
	file status is audit-file-status.
	select chain-file assign to "AUDITCHN.DAT"
	organization is line sequential
	file status is chain-file-status.

data division.
file section.
fd	audit-file.
01	audit-output-record	pic	x(160).
fd	chain-file.
01	chain-file-record	pic	x(90).

working-storage section.
01	audit-file-status	pic	xx.
01	chain-file-status	pic	xx.
01	audit-end	pic	a	value 'N'.
01	last-sequence	pic	9(10).
01	last-chain	pic	9(10).
01	chain-found	pic	a.
01	audit-written	pic	a.
01	lock-held	pic	a.
01	lock-attempts	pic	9(02).
01	lock-wait-seconds	pic	9(02)	value 1.
01	scan-record.
	05	scn-record-image	pic	x(140).
	05	scn-sequence-number	pic	x(10).
	05	scn-chain-value		pic	x(10).
copy "business-date-request-record.cpy".
copy "audit-chain-request-record.cpy".
copy "audit-chain-record.cpy".
copy "lock-request-record.cpy".

linkage section.
copy "audit-log-record.cpy".
if alr-records-written not numeric
	move 0 to alr-records-written
end-if.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to alr-business-date.

perform acquire-audit-lock.
perform find-last-link.
compute alr-sequence-number = last-sequence + 1.
move audit-log-record(1:140) to acq-record-image.
move alr-sequence-number to acq-sequence-number.
move last-chain to acq-previous-chain.
call "auditchain" using audit-chain-request-record.
move acq-chain-value to alr-chain-value.

move 'N' to audit-written.
open extend audit-file.
if audit-file-status = '35'
	open output audit-file
end-if.
if audit-file-status = '00'
	write audit-output-record from audit-log-record
	if audit-file-status = '00'
		move 'Y' to audit-written
	end-if
	close audit-file
end-if.

if audit-written = 'Y'
	move "AUDITLOG.DAT" to acr-file-name
	move alr-sequence-number to acr-last-sequence
	move alr-chain-value to acr-last-chain
	accept acr-updated-date from date yyyymmdd
	accept acr-updated-time from time
	move alr-run-id to acr-run-id
	open output chain-file
	write chain-file-record from audit-chain-record
	close chain-file
else
	display "auditlog: AUDITLOG.DAT could not be written, status "
		audit-file-status " - " function trim(alr-program-name)
		" " alr-event-type " record not logged"
end-if.
if lock-held = 'Y'
	perform release-audit-lock
end-if.
goback.

acquire-audit-lock.
move 'N' to lock-held.
move 0 to lock-attempts.
perform until lock-held = 'Y' or lock-attempts >= 5
	add 1 to lock-attempts
	move 'A' to lrr-action
	move "AUDITLOG" to lrr-lock-name
	move "auditlog" to lrr-program-name
	move alr-run-id to lrr-run-id
	call "lockmgr" using lock-request-record
	if lrr-denied
		if lock-attempts < 5
			call "C$SLEEP" using lock-wait-seconds
		end-if
	else
		move 'Y' to lock-held
	end-if
end-perform.
if lock-held = 'N'
	display "auditlog: lock AUDITLOG is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), logging "
		function trim(alr-program-name) " without it"
end-if.

release-audit-lock.
move 'R' to lrr-action.
move "AUDITLOG" to lrr-lock-name.
move "auditlog" to lrr-program-name.
move alr-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
move 'N' to lock-held.

find-last-link.
move 'N' to chain-found.
move 0 to last-sequence.
move 0 to last-chain.
open input chain-file.
if chain-file-status = '00'
	read chain-file into audit-chain-record
	at end
		continue
	not at end
		if acr-last-sequence numeric and acr-last-chain numeric
			move 'Y' to chain-found
			move acr-last-sequence to last-sequence
			move acr-last-chain to last-chain
		end-if
	end-read
	close chain-file
end-if.
if chain-found = 'N'
	move 0 to acr-record-count
	move 0 to acr-first-sequence
	move 'N' to audit-end
	open input audit-file
	if audit-file-status = '00'
		perform until audit-end = 'Y'
			read audit-file into scan-record
			at end
				move 'Y' to audit-end
			not at end
				if scn-sequence-number numeric and scn-chain-value numeric
					if scn-sequence-number > last-sequence
						move scn-sequence-number to last-sequence
						move scn-chain-value to last-chain
					end-if
				end-if
		end-perform
		close audit-file
	end-if
end-if.
