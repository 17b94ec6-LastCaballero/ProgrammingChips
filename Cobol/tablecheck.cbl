01	operation-sign	pic	x(01).
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to run-date.

move 'G' to rid-action.
call "runid" using run-id-record.
