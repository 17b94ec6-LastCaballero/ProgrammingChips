01	count-edit	pic	zzzzzzz9.
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to backup-date.

move 'G' to rid-action.
call "runid" using run-id-record.
