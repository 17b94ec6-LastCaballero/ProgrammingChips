identification division.
program-id.	itemanal.

environment division.
input-output section.
file-control.
	select answer-file assign to "ANSDETL.DAT"
	organization is line sequential
	file status is answer-file-status.
	select fact-sort-file assign to "ITEMANAL.SRT".
	select item-report assign to "ITEMANAL.RPT"
	organization is line sequential.

data division.
file section.
fd	answer-file.
01	answer-input-record	pic	x(97).
sd	fact-sort-file.
01	fact-sort-record.
	05	srt-error-rate		pic	9(03)v9.
	05	srt-avg-seconds		pic	9(04)v9.
	05	srt-operation		pic	x(01).
	05	srt-left		pic	9(06).
	05	srt-right		pic	9(06).
	05	srt-expected		pic	9(06).
	05	srt-attempts		pic	9(06).
	05	srt-wrong		pic	9(06).
	05	srt-blank		pic	9(06).
	05	srt-timed		pic	9(06).
fd	item-report.
01	report-line	pic	x(132).

working-storage section.
01	answer-file-status	pic	xx.
01	answer-end	pic	a	value 'N'.
01	sort-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	switch-value	pic	x(100).
01	filter-operation	pic	x(01)	value space.
01	from-date	pic	9(08)	value 0.
01	to-date		pic	9(08)	value 99999999.
01	top-limit	pic	9(05)	value 0.
01	answers-read	pic	9(08)	value 0.
01	answers-used	pic	9(08)	value 0.
01	answers-missed	pic	9(08)	value 0.
01	facts-dropped	pic	9(08)	value 0.
01	rank-number	pic	9(05)	value 0.
01	fact-count	pic	9(04)	value 0.
01	fact-table.
	05	fact-entry	occurs 3000 times.
		10	fte-operation	pic	x(01).
		10	fte-left	pic	9(06).
		10	fte-right	pic	9(06).
		10	fte-expected	pic	9(06).
		10	fte-attempts	pic	9(06).
		10	fte-wrong	pic	9(06).
		10	fte-blank	pic	9(06).
		10	fte-timed	pic	9(06).
		10	fte-seconds	pic	9(08).
01	fact-idx	pic	9(04).
01	fact-found	pic	a.
01	operation-sign	pic	x(01).
01	overall-rate	pic	9(03)v9.
01	left-edit	pic	zzzzz9.
01	right-edit	pic	zzzzz9.
01	expected-edit	pic	zzzzz9.
01	rank-edit	pic	zzzz9.
01	count-edit	pic	zzzzz9.
01	count-edit-2	pic	zzzzz9.
01	count-edit-3	pic	zzzzz9.
01	rate-edit	pic	zz9.9.
01	seconds-edit	pic	zzz9.9.
01	total-edit	pic	zzzzzzz9.
01	total-edit-2	pic	zzzzzzz9.
01	fact-text	pic	x(24).
copy "answer-detail-record.cpy".
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-op"
		move function upper-case(apr-switch-value(sw-idx)) to switch-value
		if switch-value(1:1) = 'M' or switch-value(1:1) = 'A'
			or switch-value(1:1) = 'S' or switch-value(1:1) = 'D'
			move switch-value(1:1) to filter-operation
		else
			display "usage: -op takes M, A, S or D, e.g. -op=A"
			move 8 to return-code
			goback
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-from"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -from requires a date, e.g. -from=20260101"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to from-date
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-to"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -to requires a date, e.g. -to=20260131"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to to-date
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-top"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -top requires a count, e.g. -top=20"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to top-limit
		end-if
	end-if
end-perform.

if from-date > to-date
	display "itemanal: -from is later than -to, nothing can match"
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "itemanal" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
string "item analysis " delimited by size
	from-date delimited by size
	"-" delimited by size
	to-date delimited by size
	" op " delimited by size
	filter-operation delimited by size
	into alr-key-param
end-string.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

open input answer-file.
if answer-file-status not = '00'
	display "itemanal: ANSDETL.DAT not found,"
		" run tabledrill or sheetgrade first"
	move 8 to return-code
else
	perform gather-answer-details
	close answer-file
	open output item-report
	perform write-report-headers
	if fact-count = 0
		move "  NO ANSWERS MATCH THE SELECTION" to report-line
		write report-line
		display function trim(report-line)
		move 4 to return-code
	else
		sort fact-sort-file
			descending key srt-error-rate srt-avg-seconds
			ascending key srt-operation srt-left srt-right
			input procedure is release-fact-entries
			output procedure is write-ranked-facts
	end-if
	perform write-report-totals
	close item-report
	display "itemanal: report written to ITEMANAL.RPT"
end-if.

move answers-read to alr-records-read.
move rank-number to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

gather-answer-details.
perform until answer-end = 'Y'
	read answer-file into answer-detail-record
	at end
		move 'Y' to answer-end
	not at end
		add 1 to answers-read
		if adr-answer-date >= from-date and adr-answer-date <= to-date
			and (filter-operation = space
				or adr-operation = filter-operation)
			perform accumulate-one-answer
		end-if
end-perform.

accumulate-one-answer.
move 'N' to fact-found.
perform varying fact-idx from 1 by 1
	until fact-idx > fact-count or fact-found = 'Y'
	if fte-operation(fact-idx) = adr-operation
		and fte-left(fact-idx) = adr-left-operand
		and fte-right(fact-idx) = adr-right-operand
		move 'Y' to fact-found
	end-if
end-perform.
if fact-found = 'Y'
	subtract 1 from fact-idx
else
	if fact-count < 3000
		add 1 to fact-count
		move fact-count to fact-idx
		move adr-operation to fte-operation(fact-idx)
		move adr-left-operand to fte-left(fact-idx)
		move adr-right-operand to fte-right(fact-idx)
		move adr-expected-answer to fte-expected(fact-idx)
		move 0 to fte-attempts(fact-idx)
		move 0 to fte-wrong(fact-idx)
		move 0 to fte-blank(fact-idx)
		move 0 to fte-timed(fact-idx)
		move 0 to fte-seconds(fact-idx)
		move 'Y' to fact-found
	else
		add 1 to facts-dropped
	end-if
end-if.
if fact-found = 'Y'
	add 1 to answers-used
	add 1 to fte-attempts(fact-idx)
	if adr-result-wrong
		add 1 to fte-wrong(fact-idx)
		add 1 to answers-missed
	end-if
	if adr-result-blank
		add 1 to fte-blank(fact-idx)
		add 1 to answers-missed
	end-if
	if adr-source-drill
		add 1 to fte-timed(fact-idx)
		add adr-response-seconds to fte-seconds(fact-idx)
	end-if
end-if.

release-fact-entries.
perform varying fact-idx from 1 by 1 until fact-idx > fact-count
	move fte-operation(fact-idx) to srt-operation
	move fte-left(fact-idx) to srt-left
	move fte-right(fact-idx) to srt-right
	move fte-expected(fact-idx) to srt-expected
	move fte-attempts(fact-idx) to srt-attempts
	move fte-wrong(fact-idx) to srt-wrong
	move fte-blank(fact-idx) to srt-blank
	move fte-timed(fact-idx) to srt-timed
	compute srt-error-rate rounded =
		((fte-wrong(fact-idx) + fte-blank(fact-idx)) * 100)
		/ fte-attempts(fact-idx)
	move 0 to srt-avg-seconds
	if fte-timed(fact-idx) > 0
		compute srt-avg-seconds rounded =
			fte-seconds(fact-idx) / fte-timed(fact-idx)
	end-if
	release fact-sort-record
end-perform.

write-ranked-facts.
perform until sort-end = 'Y'
	return fact-sort-file into fact-sort-record
	at end
		move 'Y' to sort-end
	not at end
		if top-limit = 0 or rank-number < top-limit
			perform write-one-fact
		end-if
end-perform.

write-one-fact.
add 1 to rank-number.
evaluate srt-operation
	when 'A'
		move "+" to operation-sign
	when 'S'
		move "-" to operation-sign
	when 'D'
		move "/" to operation-sign
	when other
		move "x" to operation-sign
end-evaluate.
move srt-left to left-edit.
move srt-right to right-edit.
move srt-expected to expected-edit.
move spaces to fact-text.
string function trim(left-edit) delimited by size
	" " delimited by size
	operation-sign delimited by size
	" " delimited by size
	function trim(right-edit) delimited by size
	" = " delimited by size
	function trim(expected-edit) delimited by size
	into fact-text
end-string.
move rank-number to rank-edit.
move srt-attempts to count-edit.
move srt-wrong to count-edit-2.
move srt-blank to count-edit-3.
move srt-error-rate to rate-edit.
move spaces to report-line.
move rank-edit to report-line(1:5).
move fact-text to report-line(8:24).
move count-edit to report-line(34:6).
move count-edit-2 to report-line(43:6).
move count-edit-3 to report-line(52:6).
move rate-edit to report-line(62:5).
if srt-timed > 0
	move srt-avg-seconds to seconds-edit
	move seconds-edit to report-line(72:6)
else
	move "   N/A" to report-line(72:6)
end-if.
write report-line.
if rank-number <= 10
	display function trim(report-line)
end-if.

write-report-headers.
move spaces to report-line.
string "FACT DIFFICULTY ITEM ANALYSIS   RANGE: " delimited by size
	from-date delimited by size
	" - " delimited by size
	to-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
if filter-operation = space
	move "OPERATIONS: ALL" to report-line
else
	string "OPERATION: " delimited by size
		filter-operation delimited by size
		into report-line
	end-string
end-if.
write report-line.
move spaces to report-line.
write report-line.
move "RANKED BY ERROR RATE, THEN BY AVERAGE RESPONSE TIME" to report-line.
write report-line.
move spaces to report-line.
move " RANK" to report-line(1:5).
move "FACT" to report-line(8:4).
move "TRIES" to report-line(35:5).
move "WRONG" to report-line(44:5).
move "BLANK" to report-line(53:5).
move "ERR PCT" to report-line(60:7).
move "AVG SECS" to report-line(70:8).
write report-line.
display function trim(report-line).

write-report-totals.
move spaces to report-line.
write report-line.
move 0 to overall-rate.
if answers-used > 0
	compute overall-rate rounded = (answers-missed * 100) / answers-used
end-if.
move answers-read to total-edit.
move answers-used to total-edit-2.
move overall-rate to rate-edit.
move spaces to report-line.
string "ANSWERS READ: " delimited by size
	function trim(total-edit) delimited by size
	"   ANSWERS ANALYSED: " delimited by size
	function trim(total-edit-2) delimited by size
	"   OVERALL ERROR PCT: " delimited by size
	function trim(rate-edit) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move fact-count to total-edit.
move rank-number to total-edit-2.
move spaces to report-line.
string "DISTINCT FACTS: " delimited by size
	function trim(total-edit) delimited by size
	"   FACTS LISTED: " delimited by size
	function trim(total-edit-2) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
if facts-dropped > 0
	move facts-dropped to total-edit
	move spaces to report-line
	string "ANSWERS SKIPPED, MORE THAN 3000 DISTINCT FACTS: " delimited by size
		function trim(total-edit) delimited by size
		into report-line
	end-string
	write report-line
	display function trim(report-line)
end-if.
