identification division.
program-id.	studmaint.

environment division.
input-output section.
file-control.
	select student-file assign to "STUDENT.IDX"
	organization is indexed
	access mode is dynamic
	record key is stm-student-id
	file status is student-file-status.
	select list-report assign to "STUDLIST.RPT"
	organization is line sequential.

data division.
file section.
fd	student-file.
copy "student-master-record.cpy".
fd	list-report.
01	report-line	pic	x(132).

working-storage section.
01	student-file-status	pic	xx.
01	student-end	pic	a	value 'N'.
01	answer-text	pic	x(200).
01	menu-choice	pic	x(01).
01	done-flag	pic	a	value 'N'.
01	target-id	pic	x(10).
01	student-found	pic	a	value 'N'.
01	changes-made	pic	9(05)	value 0.
01	changes-made-edit	pic	zzzz9.
01	list-class	pic	x(10).
01	listed-count	pic	9(05).
01	active-count	pic	9(05).
01	withdrawn-count	pic	9(05).
01	count-edit	pic	zzzz9.
01	count-edit-2	pic	zzzz9.
01	count-edit-3	pic	zzzz9.
01	status-text	pic	x(09).
01	today-date	pic	9(08).
01	lock-held	pic	a	value 'N'.
copy "audit-log-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".

procedure division.
move 'G' to rid-action.
call "runid" using run-id-record.

move "studmaint" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "student master maintenance" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

display "studmaint: STUDENT.IDX maintenance".

perform until done-flag = 'Y'
	display " "
	display "A = add, C = change, W = withdraw,"
		" L = list, Q = quit: "
		with no advancing
	accept answer-text
	move function upper-case(function trim(answer-text)) to answer-text
	move answer-text(1:1) to menu-choice
	evaluate menu-choice
		when 'A'
			perform add-student
		when 'C'
			perform change-student
		when 'W'
			perform withdraw-student
		when 'L'
			perform list-students
		when 'Q'
			move 'Y' to done-flag
		when other
			display "please answer A, C, W, L or Q"
	end-evaluate
end-perform.

move changes-made to changes-made-edit.
display "studmaint: " function trim(changes-made-edit)
	" change(s) applied".
move spaces to alr-key-param.
string "student master maintenance, " delimited by size
	function trim(changes-made-edit) delimited by size
	" changes" delimited by size
	into alr-key-param
end-string.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

accept-target-id.
display "student id: " with no advancing.
accept answer-text.
move function upper-case(function trim(answer-text)) to target-id.

show-student-record.
if stm-withdrawn
	move "WITHDRAWN" to status-text
else
	move "ACTIVE" to status-text
end-if.
display "  student id ......: " function trim(stm-student-id).
display "  name ............: " function trim(stm-student-name).
display "  class/group .....: " function trim(stm-class-group).
display "  teacher .........: " function trim(stm-teacher).
display "  status ..........: " function trim(status-text).
display "  enrolled ........: " stm-enrolled-date.
if stm-withdrawn
	display "  withdrawn .......: " stm-withdrawn-date
end-if.

add-student.
perform accept-target-id.
if target-id = spaces
	display "no student id given"
else
	perform acquire-student-lock
	if lock-held = 'Y'
		perform add-target-student
		perform release-student-lock
	end-if
end-if.

add-target-student.
open i-o student-file.
if student-file-status = '35'
	open output student-file
	close student-file
	open i-o student-file
end-if.
move 'N' to student-found.
move target-id to stm-student-id.
read student-file
	invalid key
		continue
	not invalid key
		move 'Y' to student-found
end-read.
if student-found = 'Y'
	display "studmaint: " function trim(target-id)
		" is already on the student master"
	perform show-student-record
else
	move spaces to student-master-record
	move target-id to stm-student-id
	display "name: " with no advancing
	accept answer-text
	move function trim(answer-text) to stm-student-name
	display "class/group: " with no advancing
	accept answer-text
	move function upper-case(function trim(answer-text)) to stm-class-group
	display "teacher: " with no advancing
	accept answer-text
	move function trim(answer-text) to stm-teacher
	move 'A' to stm-status
	accept stm-enrolled-date from date yyyymmdd
	move 0 to stm-withdrawn-date
	if stm-student-name = spaces
		display "studmaint: a name is required, nothing added"
	else
		write student-master-record
			invalid key
				display "studmaint: " function trim(target-id)
					" could not be added"
			not invalid key
				add 1 to changes-made
				display "studmaint: " function trim(target-id) " added"
		end-write
	end-if
end-if.
close student-file.

change-student.
perform accept-target-id.
if target-id = spaces
	display "no student id given"
else
	perform acquire-student-lock
	if lock-held = 'Y'
		perform change-target-student
		perform release-student-lock
	end-if
end-if.

change-target-student.
move 'N' to student-found.
open i-o student-file.
if student-file-status not = '00'
	display "studmaint: STUDENT.IDX not found, add a student first"
else
	perform change-open-student
	close student-file
end-if.

change-open-student.
move target-id to stm-student-id.
read student-file
	invalid key
		continue
	not invalid key
		move 'Y' to student-found
end-read.
if student-found = 'N'
	display "studmaint: " function trim(target-id)
		" is not on the student master, nothing changed"
else
	perform show-student-record
	display "name (blank = keep): " with no advancing
	accept answer-text
	if answer-text not = spaces
		move function trim(answer-text) to stm-student-name
	end-if
	display "class/group (blank = keep): " with no advancing
	accept answer-text
	if answer-text not = spaces
		move function upper-case(function trim(answer-text))
			to stm-class-group
	end-if
	display "teacher (blank = keep): " with no advancing
	accept answer-text
	if answer-text not = spaces
		move function trim(answer-text) to stm-teacher
	end-if
	if stm-withdrawn
		display "reinstate as active (Y/N): " with no advancing
		accept answer-text
		if function upper-case(answer-text(1:1)) = 'Y'
			move 'A' to stm-status
			move 0 to stm-withdrawn-date
		end-if
	end-if
	rewrite student-master-record
		invalid key
			display "studmaint: " function trim(target-id)
				" could not be changed"
		not invalid key
			add 1 to changes-made
			display "studmaint: " function trim(target-id) " changed"
	end-rewrite
end-if.

withdraw-student.
perform accept-target-id.
if target-id = spaces
	display "no student id given"
else
	perform acquire-student-lock
	if lock-held = 'Y'
		perform withdraw-target-student
		perform release-student-lock
	end-if
end-if.

withdraw-target-student.
move 'N' to student-found.
open i-o student-file.
if student-file-status not = '00'
	display "studmaint: STUDENT.IDX not found, add a student first"
else
	perform withdraw-open-student
	close student-file
end-if.

withdraw-open-student.
move target-id to stm-student-id.
read student-file
	invalid key
		continue
	not invalid key
		move 'Y' to student-found
end-read.
if student-found = 'N'
	display "studmaint: " function trim(target-id)
		" is not on the student master, nothing withdrawn"
else
	if stm-withdrawn
		display "studmaint: " function trim(target-id)
			" was already withdrawn on " stm-withdrawn-date
	else
		move 'W' to stm-status
		accept stm-withdrawn-date from date yyyymmdd
		rewrite student-master-record
			invalid key
				display "studmaint: " function trim(target-id)
					" could not be withdrawn"
			not invalid key
				add 1 to changes-made
				display "studmaint: " function trim(target-id)
					" withdrawn"
		end-rewrite
	end-if
end-if.

list-students.
display "class/group to list (blank = all): " with no advancing.
accept answer-text.
move function upper-case(function trim(answer-text)) to list-class.
move 0 to listed-count.
move 0 to active-count.
move 0 to withdrawn-count.
open input student-file.
if student-file-status not = '00'
	display "studmaint: STUDENT.IDX not found, add a student first"
else
	accept today-date from date yyyymmdd
	open output list-report
	move spaces to report-line
	string "STUDENT ROSTER   CLASS: " delimited by size
		list-class delimited by size
		"   DATE: " delimited by size
		today-date delimited by size
		into report-line
	end-string
	if list-class = spaces
		move "ALL" to report-line(25:3)
	end-if
	write report-line
	display function trim(report-line)
	move spaces to report-line
	write report-line
	move spaces to report-line
	move "STUDENT ID" to report-line(1:10)
	move "NAME" to report-line(13:4)
	move "CLASS" to report-line(55:5)
	move "TEACHER" to report-line(67:7)
	move "STATUS" to report-line(99:6)
	write report-line
	display function trim(report-line)
	move 'N' to student-end
	perform until student-end = 'Y'
		read student-file next
		at end
			move 'Y' to student-end
		not at end
			if list-class = spaces or stm-class-group = list-class
				perform write-student-line
			end-if
	end-perform
	move 'N' to student-end
	close student-file
	move listed-count to count-edit
	move active-count to count-edit-2
	move withdrawn-count to count-edit-3
	move spaces to report-line
	write report-line
	string "STUDENTS LISTED: " delimited by size
		function trim(count-edit) delimited by size
		"   ACTIVE: " delimited by size
		function trim(count-edit-2) delimited by size
		"   WITHDRAWN: " delimited by size
		function trim(count-edit-3) delimited by size
		into report-line
	end-string
	write report-line
	display function trim(report-line)
	close list-report
	display "studmaint: roster written to STUDLIST.RPT"
end-if.

write-student-line.
add 1 to listed-count.
if stm-withdrawn
	add 1 to withdrawn-count
	move "WITHDRAWN" to status-text
else
	add 1 to active-count
	move "ACTIVE" to status-text
end-if.
move spaces to report-line.
move stm-student-id to report-line(1:10).
move stm-student-name to report-line(13:40).
move stm-class-group to report-line(55:10).
move stm-teacher to report-line(67:30).
move status-text to report-line(99:9).
write report-line.
display function trim(report-line).

acquire-student-lock.
move 'N' to lock-held.
move 'A' to lrr-action.
move "STUDENT" to lrr-lock-name.
move "studmaint" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "studmaint: lock STUDENT is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), try again later"
	move "studmaint" to oar-program-name
	move 'E' to oar-severity
	move "STM0001" to oar-alert-code
	move spaces to oar-alert-text
	string "update blocked - lock STUDENT held by " delimited by size
		function trim(lrr-holder-program) delimited by size
		into oar-alert-text
	end-string
	move rid-run-id to oar-run-id
	call "alertlog" using operator-alert-record
else
	move 'Y' to lock-held
end-if.

release-student-lock.
move 'R' to lrr-action.
move "STUDENT" to lrr-lock-name.
move "studmaint" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
move 'N' to lock-held.
