	select control-file assign to "CONTROL.DAT"
	organization is line sequential
	file status is control-file-status.
	select answer-file assign to "ANSDETL.DAT"
	organization is line sequential
	file status is answer-file-status.

data division.
file section.
fd	mult-index-file.
copy "mult-index-record.cpy".
fd	results-file.
copy "drill-result-record.cpy".
fd	control-file.
01	control-file-record	pic	x(412).
fd	answer-file.
copy "answer-detail-record.cpy".

working-storage section.
01	mult-index-status	pic	xx.
01	results-file-status	pic	xx.
01	control-file-status	pic	xx.
01	answer-file-status	pic	xx.
01	sw-idx	pic	9(02).
01	switch-value	pic	x(100).
01	drill-operation	pic	x(01)	value 'M'.
copy "audit-log-record.cpy".
copy "control-record.cpy".
copy "run-id-record.cpy".
copy "student-check-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move spaces to student-id.
move 0 to ctl-1mal1-upper-bound.
move spaces to ctl-1mal1-operation.
open input control-file.
			move function trim(apr-switch-value(sw-idx)) to problems-wanted
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-student"
		if apr-switch-value(sw-idx) = spaces
			display "usage: -student requires a value, e.g. -student=JD42"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to student-id
		end-if
	end-if
end-perform.
if problems-wanted = 0
	move 10 to problems-wanted
	goback
end-if.

if student-id = spaces
	display "student id: " with no advancing
	accept student-id
end-if.
perform validate-student.
if sck-status not = 'A'
	close mult-index-file
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.

display "tabledrill: " problems-wanted " problems, operation "
	drill-operation ", range 1-" upper-bound.
open extend answer-file.
if answer-file-status = '35'
	open output answer-file
end-if.
perform ask-one-problem
	until problem-number >= problems-wanted or index-usable = 'N'.
close answer-file.
close mult-index-file.

if index-usable = 'N'

goback.

validate-student.
move student-id to sck-student-id.
call "studcheck" using student-check-record.
move sck-student-id to student-id.
evaluate true
	when sck-no-master
		display "tabledrill: STUDENT.IDX not found, run studmaint first"
	when student-id = spaces
		display "tabledrill: a student id is required"
		move 'U' to sck-status
	when sck-unknown
		display "tabledrill: student " function trim(student-id)
			" is not on the student master"
	when sck-withdrawn
		display "tabledrill: student " function trim(student-id)
			" has been withdrawn"
	when other
		display "tabledrill: drilling " function trim(sck-student-name)
			" (" function trim(sck-class-group) ")"
end-evaluate.

ask-one-problem.
perform pick-random-pair.
move drill-operation to mir-operation.
		move expected-answer to mse-expected(missed-count)
	end-if
end-if.
perform write-answer-detail.

write-answer-detail.
move 'D' to adr-source.
move student-id to adr-student-id.
accept adr-answer-date from date yyyymmdd.
accept adr-answer-time from time.
move problem-number to adr-problem-number.
move drill-operation to adr-operation.
move shown-left to adr-left-operand.
move shown-right to adr-right-operand.
move expected-answer to adr-expected-answer.
move answer-text to adr-given-answer.
evaluate true
	when answer-text = spaces
		move 'B' to adr-result
	when digits-only = 'Y' and answer-value = expected-answer
		move 'R' to adr-result
	when other
		move 'W' to adr-result
end-evaluate.
move response-seconds to adr-response-seconds.
move rid-run-id to adr-run-id.
move spaces to adr-sheet-id.
write answer-detail-record.

pick-random-pair.
if seeded = 'N'
