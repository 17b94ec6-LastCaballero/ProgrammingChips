fd	monthly-report.
01	report-line	pic	x(132).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	stats-file-status	pic	xx.
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".
copy "generation-keep-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-date.
move today-date(1:6) to target-month.
if target-mm = 1
	subtract 1 from target-yyyy
