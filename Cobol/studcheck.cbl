identification division.
program-id.	studcheck.

environment division.
input-output section.
file-control.
	select student-file assign to "STUDENT.IDX"
	organization is indexed
	access mode is random
	record key is stm-student-id
	file status is student-file-status.

data division.
file section.
fd	student-file.
copy "student-master-record.cpy".

working-storage section.
01	student-file-status	pic	xx.

linkage section.
copy "student-check-record.cpy".

procedure division using student-check-record.
move function upper-case(function trim(sck-student-id)) to sck-student-id.
move spaces to sck-student-name.
move spaces to sck-class-group.
move spaces to sck-teacher.
move 'U' to sck-status.

open input student-file.
if student-file-status not = '00'
	move 'M' to sck-status
else
	if sck-student-id not = spaces
		move sck-student-id to stm-student-id
		read student-file
			invalid key
				move 'U' to sck-status
			not invalid key
				move stm-status to sck-status
				if not sck-withdrawn
					move 'A' to sck-status
				end-if
				move stm-student-name to sck-student-name
				move stm-class-group to sck-class-group
				move stm-teacher to sck-teacher
		end-read
	end-if
	close student-file
end-if.
goback.
