identification division.
program-id.	reportcard.

environment division.
input-output section.
file-control.
	select student-file assign to "STUDENT.IDX"
	organization is indexed
	access mode is sequential
	record key is stm-student-id
	file status is student-file-status.
	select drill-file assign to "DRILLRES.DAT"
	organization is line sequential
	file status is drill-file-status.
	select grade-file assign to "GRADHIST.DAT"
	organization is line sequential
	file status is grade-file-status.
	select card-sort-file assign to "RPTCARD.SRT".
	select card-report assign to "RPTCARD.RPT"
	organization is line sequential.

data division.
file section.
fd	student-file.
copy "student-master-record.cpy".
fd	drill-file.
01	drill-input-record	pic	x(58).
fd	grade-file.
01	grade-input-record	pic	x(134).
sd	card-sort-file.
01	card-sort-record.
	05	srt-student-id		pic	x(10).
	05	srt-date		pic	9(08).
	05	srt-time		pic	9(08).
	05	srt-source		pic	x(01).
	05	srt-operation		pic	x(01).
	05	srt-score		pic	9(03).
	05	srt-problems		pic	9(04).
	05	srt-seconds		pic	9(06).
fd	card-report.
01	report-line	pic	x(132).

working-storage section.
01	student-file-status	pic	xx.
01	drill-file-status	pic	xx.
01	grade-file-status	pic	xx.
01	student-end	pic	a	value 'N'.
01	drill-end	pic	a	value 'N'.
01	grade-end	pic	a	value 'N'.
01	sort-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	select-student	pic	x(10)	value spaces.
01	select-class	pic	x(10)	value spaces.
01	from-date	pic	9(08)	value 0.
01	to-date		pic	9(08)	value 99999999.
01	window-size	pic	9(02)	value 6.
01	today-date	pic	9(08).
01	student-count	pic	9(03)	value 0.
01	student-table.
	05	student-entry	occurs 300 times.
		10	ste-student-id		pic	x(10).
		10	ste-student-name	pic	x(40).
		10	ste-class-group		pic	x(10).
		10	ste-teacher		pic	x(30).
		10	ste-printed		pic	a.
01	stu-idx		pic	9(03).
01	stu-found	pic	a.
01	students-printed	pic	9(03)	value 0.
01	sessions-read	pic	9(08)	value 0.
01	current-student	pic	x(10).
01	session-score	pic	9(03).
01	op-table.
	05	op-entry	occurs 5 times.
		10	ope-sessions		pic	9(05).
		10	ope-score-total		pic	9(08).
		10	ope-first-score		pic	9(03).
		10	ope-last-score		pic	9(03).
		10	ope-best-score		pic	9(03).
		10	ope-worst-score		pic	9(03).
01	op-idx		pic	9(01).
01	op-codes	pic	x(05)	value "MASD ".
01	op-name		pic	x(16).
01	drill-sessions	pic	9(05).
01	sheet-sessions	pic	9(05).
01	drill-problems	pic	9(08).
01	drill-seconds	pic	9(08).
01	best-score	pic	9(03).
01	best-date	pic	9(08).
01	best-source	pic	x(01).
01	best-operation	pic	x(01).
01	worst-score	pic	9(03).
01	worst-date	pic	9(08).
01	worst-source	pic	x(01).
01	worst-operation	pic	x(01).
01	window-count	pic	9(02).
01	window-table.
	05	window-score	occurs 20 times	pic	9(03).
01	win-idx		pic	9(02).
01	half-size	pic	9(02).
01	earlier-total	pic	9(05).
01	later-total	pic	9(05).
01	earlier-average	pic	9(03)v9.
01	later-average	pic	9(03)v9.
01	average-score	pic	9(03)v9.
01	seconds-per-problem	pic	9(04)v9.
01	trend-word	pic	x(09).
01	trend-difference	pic	s9(03)v9.
01	count-edit	pic	zzzz9.
01	score-edit	pic	zz9.
01	score-edit-2	pic	zz9.
01	score-edit-3	pic	zz9.
01	score-edit-4	pic	zz9.
01	average-edit	pic	zz9.9.
01	average-edit-2	pic	zz9.9.
01	seconds-edit	pic	zzz9.9.
01	source-word	pic	x(09).
01	card-source	pic	x(01).
01	time-display.
	05	tmd-hh	pic	9(02).
	05	filler	pic	x(01)	value ':'.
	05	tmd-mm	pic	9(02).
	05	filler	pic	x(01)	value ':'.
	05	tmd-ss	pic	9(02).
01	problems-edit	pic	zzz9.
01	session-seconds-edit	pic	zzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "drill-result-record.cpy".
copy "grade-history-record.cpy".
copy "run-id-record.cpy".
copy "student-check-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-student"
		if apr-switch-value(sw-idx) = spaces
			display "usage: -student requires a value, e.g. -student=JD42"
			move 8 to return-code
			goback
		else
			move function upper-case(function trim(apr-switch-value(sw-idx)))
				to select-student
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-class"
		if apr-switch-value(sw-idx) = spaces
			display "usage: -class requires a value, e.g. -class=3B"
			move 8 to return-code
			goback
		else
			move function upper-case(function trim(apr-switch-value(sw-idx)))
				to select-class
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
	if function trim(apr-switch-name(sw-idx)) = "-last"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -last requires a session count, e.g. -last=6"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to window-size
		end-if
	end-if
end-perform.

if (select-student = spaces and select-class = spaces)
	or (select-student not = spaces and select-class not = spaces)
	display "usage: reportcard -student=ID | -class=GROUP"
		" [-from=yyyymmdd] [-to=yyyymmdd] [-last=n]"
	move 8 to return-code
	goback
end-if.

if from-date > to-date
	display "reportcard: -from is later than -to, nothing can match"
	move 8 to return-code
	goback
end-if.

if window-size < 2 or window-size > 20
	display "reportcard: -last must be between 2 and 20 sessions"
	move 8 to return-code
	goback
end-if.

if select-student not = spaces
	move select-student to sck-student-id
	call "studcheck" using student-check-record
	evaluate true
		when sck-no-master
			display "reportcard: STUDENT.IDX not found, run studmaint first"
			move 8 to return-code
			goback
		when sck-unknown
			display "reportcard: student " function trim(select-student)
				" is not on the student master"
			move 8 to return-code
			goback
	end-evaluate
	move 1 to student-count
	move sck-student-id to ste-student-id(1)
	move sck-student-name to ste-student-name(1)
	move sck-class-group to ste-class-group(1)
	move sck-teacher to ste-teacher(1)
	move 'N' to ste-printed(1)
else
	perform load-class-roster
	if student-count = 0
		display "reportcard: no students on the master for class "
			function trim(select-class)
		move 8 to return-code
		goback
	end-if
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "reportcard" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
if select-student not = spaces
	string "report card student " delimited by size
		function trim(select-student) delimited by size
		" " delimited by size
		from-date delimited by size
		"-" delimited by size
		to-date delimited by size
		into alr-key-param
	end-string
else
	string "report card class " delimited by size
		function trim(select-class) delimited by size
		" " delimited by size
		from-date delimited by size
		"-" delimited by size
		to-date delimited by size
		into alr-key-param
	end-string
end-if.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

accept today-date from date yyyymmdd.
open output card-report.
sort card-sort-file
	ascending key srt-student-id srt-date srt-time
	input procedure is gather-sessions
	output procedure is write-report-cards.
perform varying stu-idx from 1 by 1 until stu-idx > student-count
	if ste-printed(stu-idx) = 'N'
		perform write-card-heading
		move "  NO DRILL OR WORKSHEET SESSIONS IN THE PERIOD" to report-line
		write report-line
		display function trim(report-line)
		move spaces to report-line
		write report-line
	end-if
end-perform.
close card-report.
move students-printed to count-edit.
display "reportcard: " function trim(count-edit)
	" report card(s) with activity written to RPTCARD.RPT".
if students-printed = 0
	move 4 to return-code
end-if.

move sessions-read to alr-records-read.
move student-count to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

load-class-roster.
open input student-file.
if student-file-status not = '00'
	display "reportcard: STUDENT.IDX not found, run studmaint first"
else
	perform until student-end = 'Y'
		read student-file next
		at end
			move 'Y' to student-end
		not at end
			if stm-class-group = select-class
				if student-count < 300
					add 1 to student-count
					move stm-student-id to ste-student-id(student-count)
					move stm-student-name to ste-student-name(student-count)
					move stm-class-group to ste-class-group(student-count)
					move stm-teacher to ste-teacher(student-count)
					move 'N' to ste-printed(student-count)
				else
					display "reportcard: more than 300 students in class, "
						function trim(stm-student-id) " not reported"
				end-if
			end-if
	end-perform
	close student-file
end-if.

find-student-entry.
move 'N' to stu-found.
perform varying stu-idx from 1 by 1
	until stu-idx > student-count or stu-found = 'Y'
	if ste-student-id(stu-idx) = current-student
		move 'Y' to stu-found
	end-if
end-perform.
if stu-found = 'Y'
	subtract 1 from stu-idx
end-if.

gather-sessions.
open input drill-file.
if drill-file-status = '00'
	perform until drill-end = 'Y'
		read drill-file into drill-result-record
		at end
			move 'Y' to drill-end
		not at end
			move function upper-case(drs-student-id) to current-student
			perform find-student-entry
			if stu-found = 'Y'
				and drs-session-date >= from-date
				and drs-session-date <= to-date
				add 1 to sessions-read
				move current-student to srt-student-id
				move drs-session-date to srt-date
				move drs-session-time to srt-time
				move 'D' to srt-source
				move drs-operation to srt-operation
				move 0 to srt-score
				if drs-problems-asked > 0
					compute srt-score =
						(drs-correct-count * 100) / drs-problems-asked
				end-if
				move drs-problems-asked to srt-problems
				move drs-elapsed-seconds to srt-seconds
				release card-sort-record
			end-if
	end-perform
	close drill-file
end-if.
open input grade-file.
if grade-file-status = '00'
	perform until grade-end = 'Y'
		read grade-file into grade-history-record
		at end
			move 'Y' to grade-end
		not at end
			move function upper-case(ghr-student-id) to current-student
			perform find-student-entry
			if stu-found = 'Y'
				and ghr-grade-date >= from-date
				and ghr-grade-date <= to-date
				add 1 to sessions-read
				move current-student to srt-student-id
				move ghr-grade-date to srt-date
				move ghr-grade-time to srt-time
				move 'W' to srt-source
				move ghr-operation to srt-operation
				move ghr-score-pct to srt-score
				move ghr-problems-graded to srt-problems
				move 0 to srt-seconds
				release card-sort-record
			end-if
	end-perform
	close grade-file
end-if.

write-report-cards.
move spaces to current-student.
perform until sort-end = 'Y'
	return card-sort-file into card-sort-record
	at end
		move 'Y' to sort-end
	not at end
		if srt-student-id not = current-student
			if current-student not = spaces
				perform write-one-card
			end-if
			move srt-student-id to current-student
			perform reset-student-totals
			perform start-one-card
		end-if
		perform accumulate-one-session
		perform write-session-line
end-perform.
if current-student not = spaces
	perform write-one-card
end-if.

reset-student-totals.
perform varying op-idx from 1 by 1 until op-idx > 5
	move 0 to ope-sessions(op-idx)
	move 0 to ope-score-total(op-idx)
	move 0 to ope-first-score(op-idx)
	move 0 to ope-last-score(op-idx)
	move 0 to ope-best-score(op-idx)
	move 0 to ope-worst-score(op-idx)
end-perform.
move 0 to drill-sessions.
move 0 to sheet-sessions.
move 0 to drill-problems.
move 0 to drill-seconds.
move 0 to best-score.
move 0 to best-date.
move 999 to worst-score.
move 0 to worst-date.
move 0 to window-count.

accumulate-one-session.
move srt-score to session-score.
move 5 to op-idx.
perform varying win-idx from 1 by 1 until win-idx > 4
	if op-codes(win-idx:1) = srt-operation
		move win-idx to op-idx
	end-if
end-perform.
if ope-sessions(op-idx) = 0
	move session-score to ope-first-score(op-idx)
	move session-score to ope-best-score(op-idx)
	move session-score to ope-worst-score(op-idx)
end-if.
add 1 to ope-sessions(op-idx).
add session-score to ope-score-total(op-idx).
move session-score to ope-last-score(op-idx).
if session-score > ope-best-score(op-idx)
	move session-score to ope-best-score(op-idx)
end-if.
if session-score < ope-worst-score(op-idx)
	move session-score to ope-worst-score(op-idx)
end-if.
if srt-source = 'D'
	add 1 to drill-sessions
	add srt-problems to drill-problems
	add srt-seconds to drill-seconds
else
	add 1 to sheet-sessions
end-if.
if best-date = 0 or session-score >= best-score
	move session-score to best-score
	move srt-date to best-date
	move srt-source to best-source
	move srt-operation to best-operation
end-if.
if worst-date = 0 or session-score <= worst-score
	move session-score to worst-score
	move srt-date to worst-date
	move srt-source to worst-source
	move srt-operation to worst-operation
end-if.
if window-count < window-size
	add 1 to window-count
else
	perform varying win-idx from 1 by 1 until win-idx >= window-count
		move window-score(win-idx + 1) to window-score(win-idx)
	end-perform
end-if.
move session-score to window-score(window-count).

write-card-heading.
move spaces to report-line.
string "STUDENT PROGRESS REPORT CARD   STUDENT: " delimited by size
	ste-student-id(stu-idx) delimited by size
	"  " delimited by size
	function trim(ste-student-name(stu-idx)) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
string "CLASS: " delimited by size
	ste-class-group(stu-idx) delimited by size
	"   TEACHER: " delimited by size
	function trim(ste-teacher(stu-idx)) delimited by size
	into report-line
end-string.
write report-line.
move spaces to report-line.
string "PERIOD: " delimited by size
	from-date delimited by size
	" - " delimited by size
	to-date delimited by size
	"   PRODUCED: " delimited by size
	today-date delimited by size
	into report-line
end-string.
write report-line.
move 'Y' to ste-printed(stu-idx).

start-one-card.
perform find-student-entry.
add 1 to students-printed.
perform write-card-heading.
move spaces to report-line.
write report-line.
move "DATE" to report-line(1:4).
move "TIME" to report-line(11:4).
move "TYPE" to report-line(21:4).
move "OPERATION" to report-line(32:9).
move "SCORE" to report-line(49:5).
move "PROBLEMS" to report-line(56:8).
move "SECONDS" to report-line(66:7).
write report-line.

write-session-line.
move srt-time(1:2) to tmd-hh.
move srt-time(3:2) to tmd-mm.
move srt-time(5:2) to tmd-ss.
move srt-source to card-source.
perform set-source-word.
perform set-operation-name.
move srt-score to score-edit.
move srt-problems to problems-edit.
move spaces to report-line.
move srt-date to report-line(1:8).
move time-display to report-line(11:8).
move source-word to report-line(21:9).
move op-name to report-line(32:16).
move score-edit to report-line(51:3).
move problems-edit to report-line(60:4).
if srt-source = 'D'
	move srt-seconds to session-seconds-edit
	move session-seconds-edit to report-line(67:6)
end-if.
write report-line.

write-one-card.
move spaces to report-line.
write report-line.
move drill-sessions to count-edit.
move spaces to report-line.
string "DRILL SESSIONS: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
move sheet-sessions to count-edit.
string "   WORKSHEETS GRADED: " delimited by size
	function trim(count-edit) delimited by size
	into report-line(40:60)
end-string.
write report-line.
move spaces to report-line.
write report-line.
move spaces to report-line.
move "OPERATION" to report-line(1:9).
move "SESSIONS" to report-line(19:8).
move "FIRST" to report-line(30:5).
move "LAST" to report-line(37:4).
move "AVERAGE" to report-line(43:7).
move "BEST" to report-line(53:4).
move "WORST" to report-line(59:5).
move "TREND" to report-line(67:5).
write report-line.
perform varying op-idx from 1 by 1 until op-idx > 5
	if ope-sessions(op-idx) > 0
		perform write-operation-line
	end-if
end-perform.
move spaces to report-line.
write report-line.
move best-source to card-source.
perform set-source-word.
move best-score to score-edit.
move spaces to report-line.
string "BEST SCORE:  " delimited by size
	score-edit delimited by size
	" PCT ON " delimited by size
	best-date delimited by size
	" (" delimited by size
	function trim(source-word) delimited by size
	" " delimited by size
	best-operation delimited by size
	")" delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move worst-source to card-source.
perform set-source-word.
move worst-score to score-edit.
move spaces to report-line.
string "WORST SCORE: " delimited by size
	score-edit delimited by size
	" PCT ON " delimited by size
	worst-date delimited by size
	" (" delimited by size
	function trim(source-word) delimited by size
	" " delimited by size
	worst-operation delimited by size
	")" delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
if drill-problems > 0
	compute seconds-per-problem rounded = drill-seconds / drill-problems
	move seconds-per-problem to seconds-edit
	string "AVERAGE DRILL SPEED: " delimited by size
		function trim(seconds-edit) delimited by size
		" SECONDS PER PROBLEM" delimited by size
		into report-line
	end-string
else
	move "AVERAGE DRILL SPEED: NO DRILL SESSIONS IN THE PERIOD"
		to report-line
end-if.
write report-line.
display function trim(report-line).
perform judge-recent-sessions.
write report-line.
display function trim(report-line).
move spaces to report-line.
write report-line.
write report-line.

write-operation-line.
perform set-operation-name.
compute average-score rounded =
	ope-score-total(op-idx) / ope-sessions(op-idx).
compute trend-difference =
	ope-last-score(op-idx) - ope-first-score(op-idx).
evaluate true
	when ope-sessions(op-idx) < 2
		move "-" to trend-word
	when trend-difference >= 5
		move "UP" to trend-word
	when trend-difference <= -5
		move "DOWN" to trend-word
	when other
		move "STEADY" to trend-word
end-evaluate.
move ope-sessions(op-idx) to count-edit.
move ope-first-score(op-idx) to score-edit.
move ope-last-score(op-idx) to score-edit-2.
move ope-best-score(op-idx) to score-edit-3.
move ope-worst-score(op-idx) to score-edit-4.
move average-score to average-edit.
move spaces to report-line.
move op-name to report-line(1:16).
move count-edit to report-line(22:5).
move score-edit to report-line(32:3).
move score-edit-2 to report-line(38:3).
move average-edit to report-line(45:5).
move score-edit-3 to report-line(54:3).
move score-edit-4 to report-line(61:3).
move trend-word to report-line(67:9).
write report-line.
display function trim(report-line).

set-operation-name.
evaluate op-idx
	when 1
		move "MULTIPLICATION" to op-name
	when 2
		move "ADDITION" to op-name
	when 3
		move "SUBTRACTION" to op-name
	when 4
		move "DIVISION" to op-name
	when other
		move "NOT RECORDED" to op-name
end-evaluate.

judge-recent-sessions.
move spaces to report-line.
move window-count to count-edit.
if window-count < 2
	string "LAST " delimited by size
		function trim(count-edit) delimited by size
		" SESSION(S): NOT ENOUGH SESSIONS TO SHOW A TREND" delimited by size
		into report-line
	end-string
else
	compute half-size = window-count / 2
	move 0 to earlier-total
	move 0 to later-total
	perform varying win-idx from 1 by 1 until win-idx > half-size
		add window-score(win-idx) to earlier-total
		add window-score(window-count + 1 - win-idx) to later-total
	end-perform
	compute earlier-average rounded = earlier-total / half-size
	compute later-average rounded = later-total / half-size
	compute trend-difference = later-average - earlier-average
	evaluate true
		when trend-difference >= 5
			move "IMPROVING" to trend-word
		when trend-difference <= -5
			move "DECLINING" to trend-word
		when other
			move "STEADY" to trend-word
	end-evaluate
	move earlier-average to average-edit
	move later-average to average-edit-2
	string "LAST " delimited by size
		function trim(count-edit) delimited by size
		" SESSIONS: " delimited by size
		function trim(trend-word) delimited by size
		" (EARLIER AVERAGE " delimited by size
		function trim(average-edit) delimited by size
		" PCT, RECENT AVERAGE " delimited by size
		function trim(average-edit-2) delimited by size
		" PCT)" delimited by size
		into report-line
	end-string
end-if.

set-source-word.
if card-source = 'D'
	move "DRILL" to source-word
else
	move "WORKSHEET" to source-word
end-if.
