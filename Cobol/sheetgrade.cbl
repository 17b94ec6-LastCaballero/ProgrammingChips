	select history-file assign to "GRADHIST.DAT"
	organization is line sequential
	file status is history-file-status.
	select answer-file assign to "ANSDETL.DAT"
	organization is line sequential
	file status is answer-file-status.
	select sheet-key-file assign to "WSKEYS.IDX"
	organization is indexed
	access mode is dynamic
	record key is wkr-key
	file status is sheet-key-status.
	select manifest-file assign to dynamic manifest-name
	organization is line sequential
	file status is manifest-status.
	select class-report assign to "SHEETCLS.RPT"
	organization is line sequential.

data division.
file section.
fd	grade-report.
01	report-line	pic	x(132).
fd	history-file.
copy "grade-history-record.cpy".
fd	answer-file.
copy "answer-detail-record.cpy".
fd	sheet-key-file.
copy "worksheet-key-record.cpy".
fd	manifest-file.
copy "grade-manifest-record.cpy".
fd	class-report.
01	class-line	pic	x(132).

working-storage section.
01	worksheet-status	pic	xx.
01	answer-key-status	pic	xx.
01	history-file-status	pic	xx.
01	answer-file-status	pic	xx.
01	sheet-key-status	pic	xx.
01	report-ptr	pic	9(03).
01	sheet-id	pic	x(12).
01	manifest-sheet-id	pic	x(12)	value spaces.
01	mark-failed	pic	a	value 'N'.
01	mark-reason	pic	x(50).
01	sheet-id-text	pic	x(132).
01	sheet-status	pic	x(01).
	88	sheet-graded		value 'G'.
	88	sheet-rejected		value 'R'.
	88	sheet-missing		value 'M'.
01	reject-reason	pic	x(80).
01	sheet-key-end	pic	a	value 'N'.
01	problem-number-edit	pic	zzzzz9.
01	left-edit	pic	zzzzz9.
01	right-edit	pic	zzzzz9.
01	manifest-name	pic	x(200).
01	manifest-status	pic	xx.
01	manifest-end	pic	a	value 'N'.
01	class-expected	pic	9(05)	value 0.
01	class-graded	pic	9(05)	value 0.
01	class-missing	pic	9(05)	value 0.
01	class-rejected	pic	9(05)	value 0.
01	class-score-total	pic	9(08)	value 0.
01	class-average	pic	9(03)v9	value 0.
01	class-average-edit	pic	zz9.9.
01	band-count-table.
	05	band-count	pic	9(05)	occurs 5 times.
01	band-idx	pic	9(01).
01	class-edit	pic	zzzz9.
01	class-edit-2	pic	zzzz9.
01	class-edit-3	pic	zzzz9.
01	class-edit-4	pic	zzzz9.
01	worksheet-name	pic	x(200).
01	worksheet-end	pic	a	value 'N'.
01	key-end		pic	a	value 'N'.
01	count-edit-3	pic	zzz9.
01	answer-edit	pic	zzzzz9.
01	expected-edit	pic	zzzzz9.
01	operand-text	pic	x(40).
01	left-text	pic	x(10).
01	sign-text	pic	x(05).
01	right-text	pic	x(10).
01	problem-operation	pic	x(01).
01	problem-left	pic	9(06).
01	problem-right	pic	9(06).
01	sheet-operation	pic	x(01)	value space.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "student-check-record.cpy".
copy "operator-alert-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move spaces to student-id.
move spaces to manifest-name.
perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-student"
		if apr-switch-value(sw-idx) = spaces
			move function trim(apr-switch-value(sw-idx)) to student-id
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-manifest"
		if apr-switch-value(sw-idx) = spaces
			display "usage: -manifest requires a value, e.g. -manifest=GRADEIN.MAN"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to manifest-name
		end-if
	end-if
end-perform.

if manifest-name = spaces
	if apr-positional-count > 0
		move apr-positional-value(1) to worksheet-name
	else
		display "completed worksheet file to grade: " with no advancing
		accept worksheet-name
	end-if
	perform find-sheet-id
	if sheet-id = spaces and student-id = spaces
		display "student id: " with no advancing
		accept student-id
	end-if
else
	if student-id not = spaces or apr-positional-count > 0
		display "usage: -manifest cannot be combined with -student or a worksheet file"
		move 8 to return-code
		goback
	end-if
	perform count-manifest
end-if.

move 'G' to rid-action.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
move 0 to alr-records-read.
move 0 to alr-records-written.
evaluate true
	when manifest-name not = spaces
		string "bulk grading " delimited by size
			function trim(manifest-name) delimited by size
			into alr-key-param
		end-string
		move class-expected to alr-records-read
	when sheet-id = spaces
		string "grading " delimited by size
			function trim(worksheet-name) delimited by size
			" for " delimited by size
			function trim(student-id) delimited by size
			into alr-key-param
		end-string
	when other
		string "grading " delimited by size
			function trim(worksheet-name) delimited by size
			" sheet " delimited by size
			sheet-id delimited by size
			into alr-key-param
		end-string
end-evaluate.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

accept run-date from date yyyymmdd.
open output grade-report.
if manifest-name not = spaces
	perform grade-manifest
	close grade-report
	move class-expected to alr-records-read
	move class-graded to alr-records-written
else
	perform grade-one-sheet
	close grade-report
	move 1 to alr-records-read
	if sheet-graded
		move 1 to alr-records-written
		display "sheetgrade: report written to SHEETGRD.RPT"
	else
		move 8 to return-code
	end-if
end-if.
if mark-failed = 'Y' and return-code < 4
	move 4 to return-code
end-if.

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.

goback.

grade-one-sheet.
move 'G' to sheet-status.
move spaces to reject-reason.
move 0 to key-count.
move 'N' to key-overflow.
move 0 to graded-count.
move 0 to correct-count.
move 0 to wrong-count.
move 0 to blank-count.
move 0 to unmatched-count.
move space to sheet-operation.
open input worksheet-file.
if worksheet-status not = '00'
	move 'M' to sheet-status
	move "WORKSHEET FILE NOT FOUND" to reject-reason
	display "sheetgrade: file not found: " function trim(worksheet-name)
else
	close worksheet-file
end-if.
if sheet-graded and manifest-sheet-id not = spaces
	and sheet-id not = manifest-sheet-id
	move 'R' to sheet-status
	move spaces to reject-reason
	if sheet-id = spaces
		move "FILE CARRIES NO SHEET ID" to reject-reason
	else
		string "SHEET ID ON FILE IS " delimited by size
			sheet-id delimited by space
			into reject-reason
		end-string
	end-if
	display "sheetgrade: " function trim(worksheet-name)
		" does not match the manifest sheet id " manifest-sheet-id
end-if.
if sheet-graded and sheet-id not = spaces
	perform check-sheet-header
end-if.
if sheet-graded
	perform validate-student
	if sck-status not = 'A'
		move 'R' to sheet-status
		evaluate true
			when sck-no-master
				move "STUDENT MASTER NOT FOUND" to reject-reason
			when student-id = spaces
				move "NO STUDENT ID GIVEN" to reject-reason
			when sck-withdrawn
				move "STUDENT HAS BEEN WITHDRAWN" to reject-reason
			when other
				move "STUDENT IS NOT ON THE STUDENT MASTER" to reject-reason
		end-evaluate
	end-if
end-if.
if sheet-graded
	if sheet-id = spaces
		perform load-answer-key
		if key-count = 0
			move 'R' to sheet-status
			move "1MAL1.KEY NOT FOUND OR EMPTY" to reject-reason
			display "sheetgrade: 1MAL1.KEY not found or empty,"
				" run 1mal1 -worksheet first"
		end-if
	else
		perform load-sheet-key
		if key-count = 0
			move 'R' to sheet-status
			move "NO ANSWER KEY ON WSKEYS.IDX FOR THE SHEET ID"
				to reject-reason
			display "sheetgrade: no answer key for sheet " sheet-id
		end-if
	end-if
end-if.
perform write-sheet-heading.
if sheet-graded
	open input worksheet-file
	move "WRONG AND UNANSWERED PROBLEMS" to report-line
	write report-line
	perform grade-worksheet
	close worksheet-file
	perform write-grade-totals
	perform write-history-record
	if sheet-id not = spaces
		perform mark-sheet-graded
	end-if
else
	move spaces to report-line
	string "NOT GRADED: " delimited by size
		function trim(reject-reason) delimited by size
		into report-line
	end-string
	write report-line
	display "sheetgrade: " function trim(worksheet-name)
		" not graded - " function trim(reject-reason)
end-if.
move spaces to report-line.
write report-line.

write-sheet-heading.
move spaces to report-line.
string "WORKSHEET GRADING REPORT   STUDENT: " delimited by size
	student-id delimited by size
	"   DATE: " delimited by size
	run-date delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
move spaces to report-line.
move 1 to report-ptr.
string "WORKSHEET: " delimited by size
	function trim(worksheet-name) delimited by size
	into report-line
	with pointer report-ptr
end-string.
if sheet-id not = spaces
	string "   SHEET ID: " delimited by size
		sheet-id delimited by size
		into report-line
		with pointer report-ptr
	end-string
end-if.
write report-line.
move spaces to report-line.
write report-line.

count-manifest.
move 0 to class-expected.
open input manifest-file.
if manifest-status = '00'
	perform until manifest-end = 'Y'
		read manifest-file
		at end
			move 'Y' to manifest-end
		not at end
			if grade-manifest-record not = spaces
				add 1 to class-expected
			end-if
	end-perform
	close manifest-file
end-if.
move 'N' to manifest-end.

grade-manifest.
move 0 to class-expected.
move 0 to class-graded.
move 0 to class-missing.
move 0 to class-rejected.
move 0 to class-score-total.
move 0 to class-average.
initialize band-count-table.
open input manifest-file.
if manifest-status not = '00'
	display "sheetgrade: manifest not found: " function trim(manifest-name)
	move 'E' to oar-severity
	move "SHG0001" to oar-alert-code
	move spaces to oar-alert-text
	string "bulk grading failed - manifest not found: " delimited by size
		function trim(manifest-name) delimited by size
		into oar-alert-text
	end-string
	perform raise-grading-alert
	move 8 to return-code
else
	open output class-report
	move spaces to class-line
	string "CLASS GRADING SUMMARY   MANIFEST: " delimited by size
		function trim(manifest-name) delimited by size
		"   DATE: " delimited by size
		run-date delimited by size
		"   RUN ID: " delimited by size
		rid-run-id delimited by size
		into class-line
	end-string
	write class-line
	move spaces to class-line
	write class-line
	move "WORKSHEET" to class-line(1:9)
	move "STUDENT" to class-line(63:7)
	move "SHEET ID" to class-line(75:8)
	move "RESULT" to class-line(89:6)
	write class-line
	perform until manifest-end = 'Y'
		read manifest-file
		at end
			move 'Y' to manifest-end
		not at end
			if grade-manifest-record not = spaces
				perform grade-manifest-entry
			end-if
	end-perform
	move 'N' to manifest-end
	close manifest-file
	perform write-class-summary
	close class-report
	display "sheetgrade: report written to SHEETGRD.RPT,"
		" class summary written to SHEETCLS.RPT"
	evaluate true
		when class-graded = 0
			move 'E' to oar-severity
			move "SHG0001" to oar-alert-code
			move spaces to oar-alert-text
			string "bulk grading failed - no sheet graded from " delimited by size
				function trim(manifest-name) delimited by size
				into oar-alert-text
			end-string
			perform raise-grading-alert
			move 8 to return-code
		when class-missing > 0 or class-rejected > 0
			move class-missing to class-edit
			move class-rejected to class-edit-2
			move 'W' to oar-severity
			move "SHG0002" to oar-alert-code
			move spaces to oar-alert-text
			string "bulk grading of " delimited by size
				function trim(manifest-name) delimited by size
				" - " delimited by size
				function trim(class-edit) delimited by size
				" missing, " delimited by size
				function trim(class-edit-2) delimited by size
				" rejected - see SHEETCLS.RPT" delimited by size
				into oar-alert-text
			end-string
			perform raise-grading-alert
	end-evaluate
end-if.

grade-manifest-entry.
add 1 to class-expected.
move gmr-worksheet-name to worksheet-name.
move function trim(gmr-student-id) to student-id.
move function upper-case(function trim(gmr-sheet-id)) to manifest-sheet-id.
perform find-sheet-id.
perform grade-one-sheet.
move spaces to class-line.
move gmr-worksheet-name to class-line(1:60).
move student-id to class-line(63:10).
move sheet-id to class-line(75:12).
evaluate true
	when sheet-graded
		add 1 to class-graded
		add score-pct to class-score-total
		evaluate true
			when score-pct >= 90
				move 1 to band-idx
			when score-pct >= 80
				move 2 to band-idx
			when score-pct >= 70
				move 3 to band-idx
			when score-pct >= 60
				move 4 to band-idx
			when other
				move 5 to band-idx
		end-evaluate
		add 1 to band-count(band-idx)
		string "GRADED, SCORE " delimited by size
			score-pct delimited by size
			" PCT" delimited by size
			into class-line(89:44)
		end-string
	when sheet-missing
		add 1 to class-missing
		move "SKIPPED - WORKSHEET FILE MISSING" to class-line(89:44)
	when other
		add 1 to class-rejected
		string "REJECTED - " delimited by size
			reject-reason delimited by size
			into class-line(89:44)
		end-string
end-evaluate.
write class-line.

write-class-summary.
if class-graded > 0
	compute class-average rounded = class-score-total / class-graded
end-if.
move class-expected to class-edit.
move class-graded to class-edit-2.
move class-missing to class-edit-3.
move class-rejected to class-edit-4.
move spaces to class-line.
write class-line.
string "SHEETS EXPECTED: " delimited by size
	function trim(class-edit) delimited by size
	"   GRADED: " delimited by size
	function trim(class-edit-2) delimited by size
	"   SKIPPED (MISSING FILE): " delimited by size
	function trim(class-edit-3) delimited by size
	"   REJECTED: " delimited by size
	function trim(class-edit-4) delimited by size
	into class-line
end-string.
write class-line.
display function trim(class-line).
move class-average to class-average-edit.
move spaces to class-line.
if class-graded > 0
	string "CLASS AVERAGE: " delimited by size
		function trim(class-average-edit) delimited by size
		" PCT" delimited by size
		into class-line
	end-string
else
	move "CLASS AVERAGE: NONE - NO SHEETS GRADED" to class-line
end-if.
write class-line.
display function trim(class-line).
move spaces to class-line.
write class-line.
move "SCORE DISTRIBUTION" to class-line.
write class-line.
perform varying band-idx from 1 by 1 until band-idx > 5
	move band-count(band-idx) to class-edit
	move spaces to class-line
	evaluate band-idx
		when 1
			move "  90-100 PCT" to class-line(1:14)
		when 2
			move "  80-89 PCT" to class-line(1:14)
		when 3
			move "  70-79 PCT" to class-line(1:14)
		when 4
			move "  60-69 PCT" to class-line(1:14)
		when other
			move "  BELOW 60 PCT" to class-line(1:14)
	end-evaluate
	move ":" to class-line(15:1)
	move class-edit to class-line(17:5)
	write class-line
end-perform.

raise-grading-alert.
move "sheetgrade" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.

find-sheet-id.
move spaces to sheet-id.
open input worksheet-file.
if worksheet-status = '00'
	perform until worksheet-end = 'Y'
		read worksheet-file into worksheet-input
		at end
			move 'Y' to worksheet-end
		not at end
			move worksheet-input to parse-line
			perform parse-problem-line
			if parse-ok = 'Y'
				move 'Y' to worksheet-end
			else
				move 0 to equals-pos
				inspect worksheet-input tallying equals-pos
					for all "SHEET ID:"
				if equals-pos > 0
					move spaces to sheet-id-text
					unstring worksheet-input delimited by "SHEET ID:"
						into number-part sheet-id-text
					end-unstring
					move function trim(sheet-id-text) to sheet-id-text
					unstring sheet-id-text delimited by space
						into sheet-id
					end-unstring
					move 'Y' to worksheet-end
				end-if
			end-if
	end-perform
	close worksheet-file
	move 'N' to worksheet-end
end-if.

check-sheet-header.
open input sheet-key-file.
if sheet-key-status not = '00'
	move 'R' to sheet-status
	move "WSKEYS.IDX NOT FOUND" to reject-reason
	display "sheetgrade: WSKEYS.IDX not found, run sheetbatch first"
else
	move sheet-id to wkr-sheet-id
	move 0 to wkr-problem-number
	read sheet-key-file
		invalid key
			move 'R' to sheet-status
			move "SHEET ID WAS NEVER ISSUED" to reject-reason
			display "sheetgrade: sheet " sheet-id
				" is not on WSKEYS.IDX"
		not invalid key
			evaluate true
				when wkh-graded
					move 'R' to sheet-status
					move spaces to reject-reason
					string "SHEET ALREADY GRADED ON " delimited by size
						wkh-graded-date delimited by size
						" BY RUN " delimited by size
						wkh-graded-run-id delimited by size
						into reject-reason
					end-string
					display "sheetgrade: sheet " sheet-id
						" was already graded on " wkh-graded-date
				when student-id = spaces
					move wkh-student-id to student-id
				when function upper-case(student-id) not = wkh-student-id
					move 'R' to sheet-status
					move spaces to reject-reason
					string "SHEET WAS ISSUED TO " delimited by size
						wkh-student-id delimited by size
						into reject-reason
					end-string
					display "sheetgrade: sheet " sheet-id
						" was issued to " function trim(wkh-student-id)
						", not " function trim(student-id)
			end-evaluate
	end-read
	close sheet-key-file
end-if.

load-sheet-key.
open input sheet-key-file.
if sheet-key-status = '00'
	move sheet-id to wkr-sheet-id
	move 1 to wkr-problem-number
	move 'N' to sheet-key-end
	start sheet-key-file key is >= wkr-key
		invalid key
			move 'Y' to sheet-key-end
	end-start
	perform until sheet-key-end = 'Y'
		read sheet-key-file next
		at end
			move 'Y' to sheet-key-end
		not at end
			if wkr-sheet-id not = sheet-id
				move 'Y' to sheet-key-end
			else
				perform add-sheet-key-entry
			end-if
	end-perform
	move 'N' to sheet-key-end
	close sheet-key-file
end-if.

add-sheet-key-entry.
if key-count < 5000
	add 1 to key-count
	move wkr-problem-number to ake-number(key-count)
	move wkr-answer to ake-answer(key-count)
	evaluate wkr-operation
		when 'A'
			move "+" to sign-text
		when 'S'
			move "-" to sign-text
		when 'D'
			move "/" to sign-text
		when other
			move "x" to sign-text
	end-evaluate
	move wkr-problem-number to problem-number-edit
	move wkr-left-operand to left-edit
	move wkr-right-operand to right-edit
	move spaces to ake-problem(key-count)
	string function trim(problem-number-edit) delimited by size
		".  " delimited by size
		function trim(left-edit) delimited by size
		" " delimited by size
		sign-text(1:1) delimited by size
		" " delimited by size
		function trim(right-edit) delimited by size
		into ake-problem(key-count)
	end-string
else
	if key-overflow = 'N'
		display "sheetgrade: more than 5000 key problems,"
			" extra problems cannot be graded"
		move 'Y' to key-overflow
	end-if
end-if.

mark-sheet-graded.
move spaces to mark-reason.
open i-o sheet-key-file.
if sheet-key-status = '00'
	move sheet-id to wkr-sheet-id
	move 0 to wkr-problem-number
	read sheet-key-file
		invalid key
			move "no header on WSKEYS.IDX" to mark-reason
		not invalid key
			move 'G' to wkh-status
			move run-date to wkh-graded-date
			move rid-run-id to wkh-graded-run-id
			rewrite worksheet-key-record
				invalid key
					move "WSKEYS.IDX rewrite failed" to mark-reason
			end-rewrite
	end-read
	close sheet-key-file
else
	move spaces to mark-reason
	string "WSKEYS.IDX could not be opened, status " delimited by size
		sheet-key-status delimited by size
		into mark-reason
	end-string
end-if.
if mark-reason not = spaces
	move 'Y' to mark-failed
	display "sheetgrade: sheet " sheet-id
		" could not be marked as graded - " function trim(mark-reason)
	move 'W' to oar-severity
	move "SHG0003" to oar-alert-code
	move spaces to oar-alert-text
	string "sheet " delimited by size
		sheet-id delimited by space
		" graded, not marked on WSKEYS.IDX - " delimited by size
		function trim(mark-reason) delimited by size
		into oar-alert-text
	end-string
	perform raise-grading-alert
end-if.

validate-student.
move student-id to sck-student-id.
call "studcheck" using student-check-record.
move sck-student-id to student-id.
evaluate true
	when sck-no-master
		display "sheetgrade: STUDENT.IDX not found, run studmaint first"
	when student-id = spaces
		display "sheetgrade: a student id is required"
		move 'U' to sck-status
	when sck-unknown
		display "sheetgrade: student " function trim(student-id)
			" is not on the student master"
	when sck-withdrawn
		display "sheetgrade: student " function trim(student-id)
			" has been withdrawn"
end-evaluate.

load-answer-key.
open input answer-key-file.
if answer-key-status = '00'
move 'N' to key-end.

grade-worksheet.
open extend answer-file.
if answer-file-status = '35'
	open output answer-file
end-if.
perform until worksheet-end = 'Y'
	read worksheet-file into worksheet-input
	at end
		end-if
end-perform.
move 'N' to worksheet-end.
close answer-file.

grade-one-problem.
move 'N' to key-found.
			end-string
			write report-line
	end-evaluate
	perform write-answer-detail
end-if.

write-answer-detail.
perform parse-problem-operands.
move 'W' to adr-source.
move student-id to adr-student-id.
accept adr-answer-date from date yyyymmdd.
accept adr-answer-time from time.
move parsed-number to adr-problem-number.
move problem-operation to adr-operation.
if sheet-operation = space
	move problem-operation to sheet-operation
end-if.
move problem-left to adr-left-operand.
move problem-right to adr-right-operand.
move ake-answer(key-idx) to adr-expected-answer.
move parsed-answer-text to adr-given-answer.
if adr-given-answer(1:1) = '_'
	move spaces to adr-given-answer
end-if.
evaluate true
	when parsed-blank = 'Y'
		move 'B' to adr-result
	when parsed-answer = ake-answer(key-idx)
		move 'R' to adr-result
	when other
		move 'W' to adr-result
end-evaluate.
move 0 to adr-response-seconds.
move rid-run-id to adr-run-id.
move sheet-id to adr-sheet-id.
write answer-detail-record.

parse-problem-operands.
move spaces to number-part.
move spaces to operand-text.
unstring ake-problem(key-idx) delimited by '.'
	into number-part operand-text
end-unstring.
move spaces to left-text.
move spaces to sign-text.
move spaces to right-text.
unstring function trim(operand-text) delimited by all space
	into left-text sign-text right-text
end-unstring.
move 0 to problem-left.
move 0 to problem-right.
if function trim(left-text) numeric
	move function trim(left-text) to problem-left
end-if.
if function trim(right-text) numeric
	move function trim(right-text) to problem-right
end-if.
evaluate sign-text(1:1)
	when '+'
		move 'A' to problem-operation
	when '-'
		move 'S' to problem-operation
	when '/'
		move 'D' to problem-operation
	when other
		move 'M' to problem-operation
end-evaluate.

write-grade-totals.
if correct-count = graded-count and graded-count > 0
move blank-count to ghr-blank-count.
move score-pct to ghr-score-pct.
move rid-run-id to ghr-run-id.
move sheet-operation to ghr-operation.
move sheet-id to ghr-sheet-id.
write grade-history-record.
close history-file.
