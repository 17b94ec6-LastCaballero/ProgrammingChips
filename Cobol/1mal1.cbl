fd	mult-data-file.
copy "mult-table-record.cpy".
fd	control-file.
01	control-file-record	pic	x(412).
fd	worksheet-file.
01	worksheet-line	pic	x(132).
fd	answer-key-file.
copy "run-id-record.cpy".
copy "operator-alert-record.cpy".
copy "generation-keep-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.
	end-if
end-if.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to run-date.

move 'G' to rid-action.
call "runid" using run-id-record.
