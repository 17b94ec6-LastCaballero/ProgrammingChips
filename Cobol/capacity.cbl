identification division.
program-id.	capacity.

environment division.
input-output section.
file-control.
	select sla-file assign to "SLADEFS.DAT"
	organization is line sequential
	file status is sla-file-status.
	select audit-file assign to dynamic scan-file-name
	organization is line sequential
	file status is audit-file-status.
	select capacity-report assign to "CAPACITY.RPT"
	organization is line sequential.

data division.
file section.
fd	sla-file.
01	sla-record.
	05	sla-program-name	pic	x(20).
	05	sla-max-seconds		pic	9(06).
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	capacity-report.
01	report-line	pic	x(132).

working-storage section.
01	sla-file-status	pic	xx.
01	audit-file-status	pic	xx.
01	sla-end		pic	a	value 'N'.
01	audit-end	pic	a	value 'N'.
01	scan-file-name	pic	x(200).
01	sw-idx	pic	9(02).
01	today-date	pic	9(08).
01	as-of-date	pic	9(08).
01	as-of-day-number	pic	9(08).
01	window-start-day	pic	9(08).
01	window-start-date	pic	9(08).
01	scan-month	pic	9(06).
01	scan-month-split	redefines scan-month.
	05	scan-yyyy	pic	9(04).
	05	scan-mm		pic	9(02).
01	to-month	pic	9(06).
01	files-read	pic	9(03)	value 0.
01	events-read	pic	9(08)	value 0.
01	runs-paired	pic	9(06)	value 0.
01	suite-deadline	pic	9(06)	value 0.
01	deadline-seconds	pic	9(06).
01	program-count	pic	9(03)	value 0.
01	program-table.
	05	program-entry	occurs 50 times.
		10	pte-program-name	pic	x(20).
		10	pte-pending-start	pic	a.
		10	pte-start-date		pic	9(08).
		10	pte-start-time		pic	9(08).
		10	pte-run-id		pic	x(16).
		10	pte-runs-30		pic	9(05).
		10	pte-runs-90		pic	9(05).
		10	pte-elapsed-30		pic	9(10).
		10	pte-elapsed-90		pic	9(10).
		10	pte-records-30		pic	9(12).
		10	pte-records-90		pic	9(12).
		10	pte-sum-x		pic	s9(09).
		10	pte-sum-xx		pic	9(12).
		10	pte-sum-xy		pic	s9(15).
		10	pte-start-seconds-total	pic	9(12).
01	pgm-idx		pic	9(03).
01	pgm-found	pic	a.
01	pgm-overflow	pic	a	value 'N'.
01	suite-idx	pic	9(03)	value 0.
01	elapsed-seconds	pic	s9(10).
01	start-day-number	pic	9(08).
01	end-day-number	pic	9(08).
01	run-age-days	pic	s9(08).
01	run-x		pic	s9(04).
01	work-time.
	05	work-time-hh	pic	9(02).
	05	work-time-mm	pic	9(02).
	05	work-time-ss	pic	9(02).
	05	work-time-cc	pic	9(02).
01	start-seconds	pic	9(06).
01	end-seconds	pic	9(06).
01	avg-30		pic	9(08)v9.
01	avg-90		pic	9(08)v9.
01	avg-records-30	pic	9(10)v9.
01	avg-records-90	pic	9(10)v9.
01	trend-pct	pic	s9(05)v9.
01	growth-pct	pic	s9(05)v9.
01	weekly-pct	pic	s9(05)v9.
01	per-thousand	pic	9(08)v99.
01	regress-denominator	pic	s9(18).
01	slope		pic	s9(09)v9(06).
01	intercept	pic	s9(09)v9(06).
01	trend-ok	pic	a.
01	avg-start-seconds	pic	9(06).
01	allowance-seconds	pic	s9(08).
01	headroom-seconds	pic	s9(08).
01	days-ahead	pic	s9(08).
01	projected-day-number	pic	9(08).
01	projected-date	pic	9(08).
01	forecast-status	pic	x(01).
	88	forecast-overrun		value 'O'.
	88	forecast-already-over	value 'A'.
	88	forecast-none			value 'N'.
	88	forecast-unknown		value 'U'.
	88	forecast-beyond			value 'B'.
01	start-hhmmss.
	05	start-hh	pic	9(02).
	05	start-mm	pic	9(02).
	05	start-ss	pic	9(02).
01	runs-edit	pic	zzzz9.
01	seconds-edit	pic	zzzzzzz9.9.
01	seconds-edit-2	pic	zzzzzzz9.9.
01	records-edit	pic	zzzzzzzzz9.
01	records-edit-2	pic	zzzzzzzzz9.
01	pct-edit	pic	+++++9.9.
01	pct-edit-2	pic	+++++9.9.
01	pct-edit-3	pic	+++++9.9.
01	thousand-edit	pic	zzzzzz9.99.
01	slope-edit	pic	++++++9.99.
01	headroom-edit	pic	+++++++9.
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
01	files-edit	pic	zz9.
01	days-edit	pic	zzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to today-date.
move today-date to as-of-date.
perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-asof"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -asof requires a date, e.g. -asof=20260131"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to as-of-date
		end-if
	end-if
end-perform.

compute as-of-day-number = function integer-of-date(as-of-date).
compute window-start-day = as-of-day-number - 89.
compute window-start-date = function date-of-integer(window-start-day).

perform load-suite-deadline.

move 'G' to rid-action.
call "runid" using run-id-record.

move "capacity" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
string "capacity trend as of " delimited by size
	as-of-date delimited by size
	into alr-key-param
end-string.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

perform scan-archive-files.
move "AUDITLOG.DAT" to scan-file-name.
perform scan-one-file.

open output capacity-report.
move spaces to report-line.
string "BATCH WINDOW CAPACITY AND TREND REPORT   AS OF: " delimited by size
	as-of-date delimited by size
	"   WINDOW FROM: " delimited by size
	window-start-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move files-read to files-edit.
move events-read to count-edit.
move runs-paired to count-edit-2.
move spaces to report-line.
string "AUDIT FILES READ: " delimited by size
	function trim(files-edit) delimited by size
	"   EVENTS READ: " delimited by size
	function trim(count-edit) delimited by size
	"   COMPLETED RUNS IN WINDOW: " delimited by size
	function trim(count-edit-2) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
write report-line.

move "PROGRAM" to report-line(1:7).
move "RUNS" to report-line(23:4).
move "AVG S 30D" to report-line(30:9).
move "AVG S 90D" to report-line(42:9).
move "TREND 30/90" to report-line(53:11).
move "PCT/WEEK" to report-line(66:8).
move "AVG RECS 30D" to report-line(76:12).
move "AVG RECS 90D" to report-line(90:12).
move "REC GROWTH" to report-line(104:10).
move "S/1000 RECS" to report-line(116:11).
write report-line.
perform varying pgm-idx from 1 by 1 until pgm-idx > program-count
	if pte-runs-90(pgm-idx) > 0
		perform write-program-line
	end-if
end-perform.
if runs-paired = 0
	move "  NO COMPLETED START/END PAIRS IN THE WINDOW" to report-line
	write report-line
	display function trim(report-line)
end-if.
move spaces to report-line.
write report-line.

perform forecast-suite-window.

close capacity-report.
display "capacity: report written to CAPACITY.RPT".

move "capacity" to alr-program-name.
move rid-run-id to alr-run-id.
move spaces to alr-key-param.
string "capacity trend as of " delimited by size
	as-of-date delimited by size
	into alr-key-param
end-string.
move events-read to alr-records-read.
move runs-paired to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

load-suite-deadline.
open input sla-file.
if sla-file-status = '00'
	perform until sla-end = 'Y'
		read sla-file
		at end
			move 'Y' to sla-end
		not at end
			if function trim(sla-program-name) = "SUITE-DEADLINE"
				and sla-max-seconds numeric
				move sla-max-seconds to suite-deadline
			end-if
	end-perform
	close sla-file
end-if.
move 'N' to sla-end.

scan-archive-files.
move window-start-date(1:6) to scan-month.
move as-of-date(1:6) to to-month.
perform until scan-month > to-month
	move spaces to scan-file-name
	string "AUDIT-" delimited by size
		scan-month delimited by size
		".DAT" delimited by size
		into scan-file-name
	end-string
	perform scan-one-file
	if scan-mm = 12
		add 1 to scan-yyyy
		move 1 to scan-mm
	else
		add 1 to scan-mm
	end-if
end-perform.

scan-one-file.
move 'N' to audit-end.
open input audit-file.
if audit-file-status = '00'
	add 1 to files-read
	perform until audit-end = 'Y'
		read audit-file into audit-log-record
		at end
			move 'Y' to audit-end
		not at end
			if alr-run-date >= window-start-date
				and alr-run-date <= as-of-date
				add 1 to events-read
				perform track-one-event
			end-if
	end-perform
	close audit-file
end-if.
move 'N' to audit-end.

track-one-event.
perform find-program-entry.
if pgm-overflow = 'N'
	if alr-event-start
		move 'Y' to pte-pending-start(pgm-idx)
		move alr-run-date to pte-start-date(pgm-idx)
		move alr-run-time to pte-start-time(pgm-idx)
		move alr-run-id to pte-run-id(pgm-idx)
	end-if
	if alr-event-end
		if pte-pending-start(pgm-idx) = 'Y'
			and pte-run-id(pgm-idx) = alr-run-id
			move 'N' to pte-pending-start(pgm-idx)
			perform add-completed-run
		end-if
	end-if
end-if.

add-completed-run.
perform compute-elapsed-seconds.
compute run-age-days = as-of-day-number - end-day-number.
if run-age-days >= 0 and run-age-days < 90
	add 1 to runs-paired
	compute run-x = 0 - run-age-days
	add 1 to pte-runs-90(pgm-idx)
	add elapsed-seconds to pte-elapsed-90(pgm-idx)
	if alr-records-read numeric
		add alr-records-read to pte-records-90(pgm-idx)
	end-if
	add run-x to pte-sum-x(pgm-idx)
	compute pte-sum-xx(pgm-idx) = pte-sum-xx(pgm-idx) + run-x * run-x
	compute pte-sum-xy(pgm-idx) =
		pte-sum-xy(pgm-idx) + run-x * elapsed-seconds
	add start-seconds to pte-start-seconds-total(pgm-idx)
	if run-age-days < 30
		add 1 to pte-runs-30(pgm-idx)
		add elapsed-seconds to pte-elapsed-30(pgm-idx)
		if alr-records-read numeric
			add alr-records-read to pte-records-30(pgm-idx)
		end-if
	end-if
end-if.

find-program-entry.
move 'N' to pgm-found.
move 'N' to pgm-overflow.
perform varying pgm-idx from 1 by 1
	until pgm-idx > program-count or pgm-found = 'Y'
	if pte-program-name(pgm-idx) = alr-program-name
		move 'Y' to pgm-found
	end-if
end-perform.
if pgm-found = 'Y'
	subtract 1 from pgm-idx
else
	if program-count < 50
		add 1 to program-count
		move program-count to pgm-idx
		initialize program-entry(pgm-idx)
		move alr-program-name to pte-program-name(pgm-idx)
		move 'N' to pte-pending-start(pgm-idx)
	else
		display "capacity: more than 50 distinct programs, ignoring "
			function trim(alr-program-name)
		move 'Y' to pgm-overflow
	end-if
end-if.

compute-elapsed-seconds.
compute start-day-number = function integer-of-date(pte-start-date(pgm-idx)).
compute end-day-number = function integer-of-date(alr-run-date).
move pte-start-time(pgm-idx) to work-time.
compute start-seconds = work-time-hh * 3600 + work-time-mm * 60 + work-time-ss.
move alr-run-time to work-time.
compute end-seconds = work-time-hh * 3600 + work-time-mm * 60 + work-time-ss.
compute elapsed-seconds =
	(end-day-number - start-day-number) * 86400
	+ end-seconds - start-seconds.
if elapsed-seconds < 0
	move 0 to elapsed-seconds
end-if.

compute-trend-line.
move 'N' to trend-ok.
move 0 to slope.
move 0 to intercept.
compute regress-denominator =
	pte-runs-90(pgm-idx) * pte-sum-xx(pgm-idx)
	- pte-sum-x(pgm-idx) * pte-sum-x(pgm-idx).
if pte-runs-90(pgm-idx) >= 2 and regress-denominator > 0
	move 'Y' to trend-ok
	compute slope rounded =
		(pte-runs-90(pgm-idx) * pte-sum-xy(pgm-idx)
		- pte-sum-x(pgm-idx) * pte-elapsed-90(pgm-idx))
		/ regress-denominator
	compute intercept rounded =
		(pte-elapsed-90(pgm-idx) - slope * pte-sum-x(pgm-idx))
		/ pte-runs-90(pgm-idx)
end-if.

write-program-line.
move 0 to avg-30.
move 0 to avg-records-30.
move 0 to trend-pct.
move 0 to growth-pct.
move 0 to weekly-pct.
move 0 to per-thousand.
compute avg-90 rounded = pte-elapsed-90(pgm-idx) / pte-runs-90(pgm-idx).
compute avg-records-90 rounded =
	pte-records-90(pgm-idx) / pte-runs-90(pgm-idx).
if pte-runs-30(pgm-idx) > 0
	compute avg-30 rounded = pte-elapsed-30(pgm-idx) / pte-runs-30(pgm-idx)
	compute avg-records-30 rounded =
		pte-records-30(pgm-idx) / pte-runs-30(pgm-idx)
end-if.
if avg-90 > 0 and pte-runs-30(pgm-idx) > 0
	compute trend-pct rounded = (avg-30 - avg-90) * 100 / avg-90
end-if.
if avg-records-90 > 0 and pte-runs-30(pgm-idx) > 0
	compute growth-pct rounded =
		(avg-records-30 - avg-records-90) * 100 / avg-records-90
end-if.
if pte-records-90(pgm-idx) > 0
	compute per-thousand rounded =
		pte-elapsed-90(pgm-idx) * 1000 / pte-records-90(pgm-idx)
end-if.
perform compute-trend-line.
if trend-ok = 'Y' and avg-90 > 0
	compute weekly-pct rounded = slope * 7 * 100 / avg-90
end-if.
move pte-runs-90(pgm-idx) to runs-edit.
move avg-30 to seconds-edit.
move avg-90 to seconds-edit-2.
move trend-pct to pct-edit.
move weekly-pct to pct-edit-2.
move avg-records-30 to records-edit.
move avg-records-90 to records-edit-2.
move growth-pct to pct-edit-3.
move per-thousand to thousand-edit.
move spaces to report-line.
move pte-program-name(pgm-idx) to report-line(1:20).
move runs-edit to report-line(22:5).
if pte-runs-30(pgm-idx) > 0
	move seconds-edit to report-line(29:10)
	move pct-edit to report-line(55:8)
	move records-edit to report-line(78:10)
	move pct-edit-3 to report-line(105:8)
else
	move "NONE" to report-line(35:4)
	move "N/A" to report-line(60:3)
	move "NONE" to report-line(84:4)
	move "N/A" to report-line(110:3)
end-if.
move seconds-edit-2 to report-line(41:10).
if trend-ok = 'Y'
	move pct-edit-2 to report-line(66:8)
else
	move "N/A" to report-line(71:3)
end-if.
move records-edit-2 to report-line(92:10).
if pte-records-90(pgm-idx) > 0
	move thousand-edit to report-line(117:10)
else
	move "N/A" to report-line(124:3)
end-if.
write report-line.
display function trim(report-line).

forecast-suite-window.
move "SUITE WINDOW FORECAST (nightlybatch)" to report-line.
write report-line.
display function trim(report-line).
move 'U' to forecast-status.
move 0 to suite-idx.
perform varying pgm-idx from 1 by 1 until pgm-idx > program-count
	if pte-program-name(pgm-idx) = "nightlybatch"
		move pgm-idx to suite-idx
	end-if
end-perform.
if suite-deadline = 0
	move "  NO SUITE-DEADLINE ON SLADEFS.DAT - NO FORECAST POSSIBLE"
		to report-line
	write report-line
	display function trim(report-line)
else
	if suite-idx = 0
		move "  NO COMPLETED SUITE RUNS IN THE WINDOW - NO FORECAST POSSIBLE"
			to report-line
		write report-line
		display function trim(report-line)
	else
		if pte-runs-90(suite-idx) = 0
			move "  NO COMPLETED SUITE RUNS IN THE WINDOW - NO FORECAST POSSIBLE"
				to report-line
			write report-line
			display function trim(report-line)
		else
			move suite-idx to pgm-idx
			perform project-suite-overrun
		end-if
	end-if
end-if.

project-suite-overrun.
compute avg-start-seconds rounded =
	pte-start-seconds-total(pgm-idx) / pte-runs-90(pgm-idx).
move suite-deadline to work-time(1:6).
compute deadline-seconds =
	work-time-hh * 3600 + work-time-mm * 60 + work-time-ss.
if deadline-seconds > avg-start-seconds
	compute allowance-seconds = deadline-seconds - avg-start-seconds
else
	compute allowance-seconds = deadline-seconds + 86400 - avg-start-seconds
end-if.
compute avg-90 rounded = pte-elapsed-90(pgm-idx) / pte-runs-90(pgm-idx).
perform compute-trend-line.
if trend-ok = 'Y'
	compute headroom-seconds = allowance-seconds - intercept
	evaluate true
		when intercept >= allowance-seconds
			move 'A' to forecast-status
		when slope <= 0
			move 'N' to forecast-status
		when other
			compute days-ahead = (allowance-seconds - intercept) / slope
			add 1 to days-ahead
			if days-ahead > 3650
				move 'B' to forecast-status
			else
				move 'O' to forecast-status
				compute projected-day-number = as-of-day-number + days-ahead
				compute projected-date =
					function date-of-integer(projected-day-number)
			end-if
	end-evaluate
else
	compute headroom-seconds = allowance-seconds - avg-90
end-if.

compute start-hh = avg-start-seconds / 3600.
compute start-mm = (avg-start-seconds - start-hh * 3600) / 60.
compute start-ss = avg-start-seconds - start-hh * 3600 - start-mm * 60.
move pte-runs-90(pgm-idx) to runs-edit.
move avg-90 to seconds-edit.
move spaces to report-line.
string "  SUITE RUNS: " delimited by size
	function trim(runs-edit) delimited by size
	"   AVERAGE START: " delimited by size
	start-hhmmss delimited by size
	"   AVERAGE ELAPSED: " delimited by size
	function trim(seconds-edit) delimited by size
	" S   SUITE DEADLINE: " delimited by size
	suite-deadline delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move headroom-seconds to headroom-edit.
move slope to slope-edit.
move spaces to report-line.
if trend-ok = 'Y'
	string "  ELAPSED TREND: " delimited by size
		function trim(slope-edit) delimited by size
		" S PER DAY   HEADROOM ON CURRENT TREND: " delimited by size
		function trim(headroom-edit) delimited by size
		" S" delimited by size
		into report-line
	end-string
else
	string "  ELAPSED TREND: NOT ENOUGH RUN DAYS FOR A TREND"
		delimited by size
		"   HEADROOM AT AVERAGE: " delimited by size
		function trim(headroom-edit) delimited by size
		" S" delimited by size
		into report-line
	end-string
end-if.
write report-line.
display function trim(report-line).
move spaces to report-line.
evaluate true
	when forecast-overrun
		move days-ahead to days-edit
		string "  PROJECTED DATE THE SUITE PASSES THE DEADLINE: "
			delimited by size
			projected-date delimited by size
			" (IN " delimited by size
			function trim(days-edit) delimited by size
			" DAYS)" delimited by size
			into report-line
		end-string
	when forecast-already-over
		move "  THE SUITE IS ALREADY AT OR PAST THE DEADLINE ON THE CURRENT TREND"
			to report-line
	when forecast-none
		move "  NO OVERRUN PROJECTED - SUITE ELAPSED TIME IS FLAT OR FALLING"
			to report-line
	when forecast-beyond
		move "  NO OVERRUN PROJECTED WITHIN TEN YEARS ON THE CURRENT TREND"
			to report-line
	when other
		move "  NO OVERRUN DATE - AT LEAST TWO RUN DAYS ARE NEEDED FOR A TREND"
			to report-line
end-evaluate.
write report-line.
display function trim(report-line).
if forecast-already-over
	or (forecast-overrun and days-ahead <= 30)
	move 'W' to oar-severity
	move "CAP0001" to oar-alert-code
	move spaces to oar-alert-text
	if forecast-already-over
		move "nightly suite is at or past its deadline on the current elapsed-time trend"
			to oar-alert-text
	else
		string "nightly suite projected to pass its " delimited by size
			suite-deadline delimited by size
			" deadline on " delimited by size
			projected-date delimited by size
			into oar-alert-text
		end-string
	end-if
	perform raise-alert
	move 4 to return-code
end-if.

raise-alert.
move "capacity" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.
