identification division.
program-id.	sheetbatch.

environment division.
input-output section.
file-control.
	select student-file assign to "STUDENT.IDX"
	organization is indexed
	access mode is sequential
	record key is stm-student-id
	file status is student-file-status.
	select sheet-key-file assign to "WSKEYS.IDX"
	organization is indexed
	access mode is dynamic
	record key is wkr-key
	file status is sheet-key-status.
	select worksheet-file assign to dynamic worksheet-name
	organization is line sequential
	file status is worksheet-status.
	select batch-report assign to "SHEETBAT.RPT"
	organization is line sequential.
	select control-file assign to "CONTROL.DAT"
	organization is line sequential
	file status is control-file-status.

data division.
file section.
fd	student-file.
copy "student-master-record.cpy".
fd	sheet-key-file.
copy "worksheet-key-record.cpy".
fd	worksheet-file.
01	worksheet-line	pic	x(132).
fd	batch-report.
01	report-line	pic	x(132).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	student-file-status	pic	xx.
01	sheet-key-status	pic	xx.
01	worksheet-status	pic	xx.
01	control-file-status	pic	xx.
01	student-end	pic	a	value 'N'.
01	key-end		pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	switch-value	pic	x(100).
01	select-class	pic	x(10)	value spaces.
01	class-text	pic	x(10)	value "ALL".
01	operation	pic	x(01)	value 'M'.
	88	op-multiply	value 'M'.
	88	op-add		value 'A'.
	88	op-subtract	value 'S'.
	88	op-divide	value 'D'.
01	operation-word	pic	x(14).
01	operation-sign	pic	x(01).
01	upper-bound	pic	9(03)	value 10.
01	problems-wanted	pic	9(04)	value 0.
01	worksheet-name	pic	x(200).
01	run-date.
	05	run-date-yyyy	pic	9(04).
	05	run-date-mm	pic	9(02).
	05	run-date-dd	pic	9(02).
01	run-date-number	redefines run-date	pic	9(08).
01	sheet-id.
	05	sheet-id-date	pic	9(08).
	05	sheet-id-seq	pic	9(04).
01	last-sheet-seq	pic	9(04)	value 0.
01	zahl1	pic	9(03).
01	zahl2	pic	9(03).
01	mem	pic	9(06).
01	problem-count	pic	9(04)	value 0.
01	problem-table.
	05	problem-entry	occurs 5000 times.
		10	pbe-left	pic	9(06).
		10	pbe-right	pic	9(06).
		10	pbe-answer	pic	9(06).
01	shuffle-table.
	05	shuffle-entry	occurs 5000 times	pic	9(04).
01	shuffle-idx	pic	9(04).
01	swap-idx	pic	9(04).
01	swap-value	pic	9(04).
01	random-seed	pic	9(08).
01	random-value	pic	9v9(08).
01	problem-number	pic	9(04).
01	sheet-keys-written	pic	9(04).
01	sheets-written	pic	9(05)	value 0.
01	sheets-failed	pic	9(05)	value 0.
01	students-skipped	pic	9(05)	value 0.
01	sheet-ok	pic	a.
01	problem-number-edit	pic	zzzzz9.
01	problem-left	pic	zzzzz9.
01	problem-right	pic	zzzzz9.
01	count-edit	pic	zzzz9.
01	count-edit-2	pic	zzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "control-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move 0 to ctl-1mal1-upper-bound.
move spaces to ctl-1mal1-operation.
open input control-file.
if control-file-status = '00'
	read control-file into control-record
	close control-file
end-if.
if ctl-1mal1-upper-bound > 0
	move ctl-1mal1-upper-bound to upper-bound
end-if.
if ctl-1mal1-op-multiply or ctl-1mal1-op-add
	or ctl-1mal1-op-subtract or ctl-1mal1-op-divide
	move ctl-1mal1-operation to operation
end-if.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-op"
		move function upper-case(apr-switch-value(sw-idx)) to switch-value
		if switch-value(1:1) = 'M' or switch-value(1:1) = 'A'
			or switch-value(1:1) = 'S' or switch-value(1:1) = 'D'
			move switch-value(1:1) to operation
		else
			display "usage: -op takes M, A, S or D, e.g. -op=A"
			move 8 to return-code
			goback
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
			move select-class to class-text
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-n"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -n requires a count, e.g. -n=20"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to problems-wanted
		end-if
	end-if
end-perform.

evaluate true
	when op-add
		move "ADDITION" to operation-word
		move "+" to operation-sign
	when op-subtract
		move "SUBTRACTION" to operation-word
		move "-" to operation-sign
	when op-divide
		move "DIVISION" to operation-word
		move "/" to operation-sign
	when other
		move "MULTIPLICATION" to operation-word
		move "x" to operation-sign
end-evaluate.

if upper-bound * upper-bound > 5000
	display "sheetbatch: upper bound " upper-bound
		" gives more than 5000 problems per sheet"
	move 8 to return-code
	goback
end-if.

open input student-file.
if student-file-status not = '00'
	display "sheetbatch: STUDENT.IDX not found, run studmaint first"
	move 8 to return-code
	goback
end-if.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to run-date.

move 'G' to rid-action.
call "runid" using run-id-record.

move "sheetbatch" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
string "worksheet batch " delimited by size
	function trim(operation-word) delimited by size
	" class " delimited by size
	class-text delimited by size
	into alr-key-param
end-string.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

perform build-problem-table.
if problems-wanted = 0 or problems-wanted > problem-count
	move problem-count to problems-wanted
end-if.

open i-o sheet-key-file.
if sheet-key-status = '35'
	open output sheet-key-file
	close sheet-key-file
	open i-o sheet-key-file
end-if.
perform find-last-sheet-seq.

open output batch-report.
move spaces to report-line.
string "WORKSHEET BATCH   " delimited by size
	function trim(operation-word) delimited by size
	"   CLASS: " delimited by size
	function trim(class-text) delimited by size
	"   RUN DATE: " delimited by size
	run-date-yyyy delimited by size "-" delimited by size
	run-date-mm delimited by size "-" delimited by size
	run-date-dd delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move spaces to report-line.
write report-line.
move spaces to report-line.
move "SHEET ID" to report-line(1:8).
move "STUDENT" to report-line(15:7).
move "NAME" to report-line(27:4).
move "WORKSHEET FILE" to report-line(69:14).
write report-line.

perform until student-end = 'Y'
	read student-file next
	at end
		move 'Y' to student-end
	not at end
		if stm-active
			and (select-class = spaces or stm-class-group = select-class)
			perform write-student-sheet
		else
			add 1 to students-skipped
		end-if
end-perform.
close student-file.
close sheet-key-file.

move sheets-written to count-edit.
move sheets-failed to count-edit-2.
move spaces to report-line.
write report-line.
string "SHEETS WRITTEN: " delimited by size
	function trim(count-edit) delimited by size
	"   SHEETS FAILED: " delimited by size
	function trim(count-edit-2) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
close batch-report.
display "sheetbatch: sheet list written to SHEETBAT.RPT,"
	" answer keys in WSKEYS.IDX".
if sheets-failed > 0
	move 8 to return-code
	move "sheetbatch" to oar-program-name
	move 'E' to oar-severity
	move "SHB0001" to oar-alert-code
	move spaces to oar-alert-text
	string function trim(count-edit-2) delimited by size
		" worksheet(s) could not be issued, see SHEETBAT.RPT" delimited by size
		into oar-alert-text
	end-string
	move rid-run-id to oar-run-id
	call "alertlog" using operator-alert-record
else
	if sheets-written = 0
		move 4 to return-code
	end-if
end-if.

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move 0 to alr-records-read.
move sheets-written to alr-records-written.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

build-problem-table.
move 0 to problem-count.
perform varying zahl1 from 1 by 1 until zahl1 > upper-bound
	perform varying zahl2 from 1 by 1 until zahl2 > upper-bound
		if op-add or op-subtract
			add zahl1 to zahl2 giving mem
		else
			multiply zahl1 by zahl2 giving mem
		end-if
		add 1 to problem-count
		if op-subtract or op-divide
			move mem to pbe-left(problem-count)
			move zahl2 to pbe-right(problem-count)
			move zahl1 to pbe-answer(problem-count)
		else
			move zahl1 to pbe-left(problem-count)
			move zahl2 to pbe-right(problem-count)
			move mem to pbe-answer(problem-count)
		end-if
	end-perform
end-perform.
accept random-seed from time.
compute random-value = function random(random-seed).

find-last-sheet-seq.
move run-date-number to sheet-id-date.
move 0 to sheet-id-seq.
move 0 to last-sheet-seq.
move sheet-id to wkr-sheet-id.
move 0 to wkr-problem-number.
move 'N' to key-end.
start sheet-key-file key is >= wkr-key
	invalid key
		move 'Y' to key-end
end-start.
perform until key-end = 'Y'
	read sheet-key-file next
	at end
		move 'Y' to key-end
	not at end
		if wkr-sheet-id(1:8) = sheet-id(1:8)
			move wkr-sheet-id(9:4) to last-sheet-seq
		else
			move 'Y' to key-end
		end-if
end-perform.

write-student-sheet.
move 'Y' to sheet-ok.
if last-sheet-seq >= 9999
	move 'N' to sheet-ok
	display "sheetbatch: sheet ids for " run-date-number
		" are used up, " function trim(stm-student-id) " not issued"
else
	add 1 to last-sheet-seq
	move run-date-number to sheet-id-date
	move last-sheet-seq to sheet-id-seq
	perform check-sheet-id-unused
end-if.
if sheet-ok = 'Y'
	perform shuffle-problems
	perform write-sheet-file
end-if.
if sheet-ok = 'Y'
	perform write-sheet-keys
	if sheet-ok = 'N'
		perform withdraw-student-sheet
	end-if
end-if.
move spaces to report-line.
move sheet-id to report-line(1:12).
move stm-student-id to report-line(15:10).
move stm-student-name to report-line(27:40).
if sheet-ok = 'Y'
	add 1 to sheets-written
	move worksheet-name to report-line(69:60)
else
	add 1 to sheets-failed
	move "NOT ISSUED" to report-line(69:10)
end-if.
write report-line.

shuffle-problems.
perform varying shuffle-idx from 1 by 1 until shuffle-idx > problem-count
	move shuffle-idx to shuffle-entry(shuffle-idx)
end-perform.
perform varying shuffle-idx from problem-count by -1 until shuffle-idx < 2
	compute swap-idx = function random * shuffle-idx + 1
	if swap-idx > shuffle-idx
		move shuffle-idx to swap-idx
	end-if
	move shuffle-entry(swap-idx) to swap-value
	move shuffle-entry(shuffle-idx) to shuffle-entry(swap-idx)
	move swap-value to shuffle-entry(shuffle-idx)
end-perform.

check-sheet-id-unused.
move sheet-id to wkr-sheet-id.
move 0 to wkr-problem-number.
read sheet-key-file
	invalid key
		continue
	not invalid key
		move 'N' to sheet-ok
		display "sheetbatch: sheet id " sheet-id " is already on WSKEYS.IDX"
end-read.

write-sheet-keys.
move 0 to sheet-keys-written.
move spaces to worksheet-key-record.
move sheet-id to wkr-sheet-id.
move 0 to wkr-problem-number.
move stm-student-id to wkh-student-id.
move operation to wkh-operation.
move problems-wanted to wkh-problem-count.
move run-date-number to wkh-issue-date.
move 'I' to wkh-status.
move 0 to wkh-graded-date.
move spaces to wkh-graded-run-id.
write worksheet-key-record
	invalid key
		move 'N' to sheet-ok
		display "sheetbatch: sheet id " sheet-id " is already on WSKEYS.IDX"
	not invalid key
		add 1 to sheet-keys-written
end-write.
perform varying problem-number from 1 by 1
	until problem-number > problems-wanted or sheet-ok = 'N'
	move spaces to worksheet-key-record
	move sheet-id to wkr-sheet-id
	move problem-number to wkr-problem-number
	move operation to wkr-operation
	move shuffle-entry(problem-number) to shuffle-idx
	move pbe-left(shuffle-idx) to wkr-left-operand
	move pbe-right(shuffle-idx) to wkr-right-operand
	move pbe-answer(shuffle-idx) to wkr-answer
	write worksheet-key-record
		invalid key
			move 'N' to sheet-ok
			display "sheetbatch: key for sheet " sheet-id
				" problem " problem-number " could not be written"
		not invalid key
			add 1 to sheet-keys-written
	end-write
end-perform.

withdraw-student-sheet.
call "CBL_DELETE_FILE" using worksheet-name.
perform varying problem-number from 0 by 1
	until problem-number >= sheet-keys-written
	move sheet-id to wkr-sheet-id
	move problem-number to wkr-problem-number
	delete sheet-key-file record
		invalid key
			continue
	end-delete
end-perform.
display "sheetbatch: " function trim(worksheet-name)
	" removed, sheet " sheet-id " not issued".

write-sheet-file.
move spaces to worksheet-name.
string "WS" delimited by size
	sheet-id delimited by size
	".WRK" delimited by size
	into worksheet-name
end-string.
open output worksheet-file.
if worksheet-status not = '00'
	move 'N' to sheet-ok
	display "sheetbatch: cannot create " function trim(worksheet-name)
else
	move spaces to worksheet-line
	string "1MAL1 " delimited by size
		function trim(operation-word) delimited by size
		" PRACTICE WORKSHEET" delimited by size
		"   RUN DATE: " delimited by size
		run-date-yyyy delimited by size "-" delimited by size
		run-date-mm delimited by size "-" delimited by size
		run-date-dd delimited by size
		into worksheet-line
	end-string
	write worksheet-line
	move spaces to worksheet-line
	string "SHEET ID: " delimited by size
		sheet-id delimited by size
		"   STUDENT: " delimited by size
		function trim(stm-student-id) delimited by size
		"  " delimited by size
		function trim(stm-student-name) delimited by size
		into worksheet-line
	end-string
	write worksheet-line
	move spaces to worksheet-line
	write worksheet-line
	perform varying problem-number from 1 by 1
		until problem-number > problems-wanted
		move shuffle-entry(problem-number) to shuffle-idx
		move problem-number to problem-number-edit
		move pbe-left(shuffle-idx) to problem-left
		move pbe-right(shuffle-idx) to problem-right
		move spaces to worksheet-line
		string function trim(problem-number-edit) delimited by size
			".  " delimited by size
			function trim(problem-left) delimited by size
			" " delimited by size
			operation-sign delimited by size
			" " delimited by size
			function trim(problem-right) delimited by size
			" = ______" delimited by size
			into worksheet-line
		end-string
		write worksheet-line
	end-perform
	close worksheet-file
end-if.
