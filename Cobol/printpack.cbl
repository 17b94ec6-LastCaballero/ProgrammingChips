fd	package-file.
01	package-line	pic	x(132).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	source-report-status	pic	xx.
copy "control-record.cpy".
copy "run-id-record.cpy".
copy "generation-keep-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to run-date.

move 0 to ctl-generations-keep.
open input control-file.
