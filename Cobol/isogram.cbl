fd	isogram-report.
01	report-line	pic	x(132).
fd	control-file.
01	control-file-record	pic	x(412).
fd	stats-file.
01	stats-file-record	pic	x(110).
fd	stats-temp-file.
copy "operator-alert-record.cpy".
copy "generation-keep-record.cpy".
copy "lock-request-record.cpy".
copy "business-date-request-record.cpy".


procedure division.
	call "alertlog" using operator-alert-record
	move 8 to return-code
else
	move 'G' to bdq-action
	call "busdate" using business-date-request-record
	move bdq-date to today-first-seen
	perform open-word-master
	open output isogram-report
	open output class-file
end-perform.

update-daily-stats.
move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-stat-date.
open output stats-temp-file.
open input stats-file.
if stats-file-status = '00'
