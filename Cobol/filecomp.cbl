	file status is second-file-status.
	select compare-report assign to "FILECOMP.RPT"
	organization is line sequential.
	select master-file assign to "WORDMASTER.IDX"
	organization is indexed
	access mode is sequential
	record key is wmr-word
	file status is master-file-status.
	select key-sort-file assign to "FILECOMP.SRT".
	select first-work-file assign to "FILECOMP.WK1"
	organization is line sequential.
	select second-work-file assign to "FILECOMP.WK2"
	organization is line sequential.

data division.
file section.
01	second-file-input	pic	x(2000).
fd	compare-report.
01	report-line	pic	x(132).
fd	master-file.
copy "word-master-record.cpy".
sd	key-sort-file.
01	key-sort-record.
	05	srt-key			pic	x(250).
	05	srt-record-number	pic	9(08).
	05	srt-record		pic	x(300).
fd	first-work-file.
01	first-work-record	pic	x(558).
fd	second-work-file.
01	second-work-record	pic	x(558).

working-storage section.
01	first-file-status	pic	xx.
01	value-total-length	pic	9(03).
01	value-offset	pic	9(03).
01	value-chunk-length	pic	9(03).
01	master-file-status	pic	xx.
01	sw-idx	pic	9(02).
01	usage-error	pic	a	value 'N'.
01	key-mode	pic	a	value 'N'.
	88	key-mode-on	value 'Y'.
01	layout-name	pic	x(10)	value spaces.
01	stats-key	pic	a	value 'N'.
	88	stats-key-on	value 'Y'.
01	key-position	pic	9(03)	value 0.
01	key-length	pic	9(03)	value 0.
01	key-end-column	pic	9(04).
01	sort-side	pic	9(01).
01	sort-input-end	pic	a.
01	key-file-missing	pic	a	value 'N'.
01	upper-file-name	pic	x(200).
01	source-line	pic	x(300).
01	source-record-number	pic	9(08).
01	first-entry.
	05	fen-key			pic	x(250).
	05	fen-record-number	pic	9(08).
	05	fen-record		pic	x(300).
01	second-entry.
	05	sen-key			pic	x(250).
	05	sen-record-number	pic	9(08).
	05	sen-record		pic	x(300).
01	first-work-end	pic	a.
01	second-work-end	pic	a.
01	matched-count	pic	9(08)	value 0.
01	changed-count	pic	9(08)	value 0.
01	added-count	pic	9(08)	value 0.
01	deleted-count	pic	9(08)	value 0.
01	record-number-edit-2	pic	zzzzzzz9.
01	column-idx	pic	9(03).
01	range-start	pic	9(03).
01	range-end	pic	9(03).
01	column-ptr	pic	9(03).
01	column-edit	pic	zz9.
01	column-edit-2	pic	zz9.
01	change-marks	pic	x(300).
01	column-list	pic	x(300).
01	work-file-name	pic	x(200).
01	key-return-code	pic	9(03)	value 0.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	evaluate function trim(apr-switch-name(sw-idx))
		when "-keypos"
			if function trim(apr-switch-value(sw-idx)) numeric
				move function trim(apr-switch-value(sw-idx)) to key-position
				move 'Y' to key-mode
			else
				move 'Y' to usage-error
			end-if
		when "-keylen"
			if function trim(apr-switch-value(sw-idx)) numeric
				move function trim(apr-switch-value(sw-idx)) to key-length
				move 'Y' to key-mode
			else
				move 'Y' to usage-error
			end-if
		when "-layout"
			move function upper-case(function trim(apr-switch-value(sw-idx)))
				to layout-name
			move 'Y' to key-mode
		when other
			move 'Y' to usage-error
	end-evaluate
end-perform.

if key-mode-on and usage-error = 'N'
	evaluate layout-name
		when spaces
			continue
		when "WORDLIST"
			perform set-wordlist-key
		when "MASTER"
			perform set-master-key
		when "STATS"
			perform set-stats-key
		when "STEPS"
			perform set-steps-key
		when "GRADES"
			perform set-grades-key
		when other
			display "filecomp: unknown layout " function trim(layout-name)
			move 'Y' to usage-error
	end-evaluate
	compute key-end-column = key-position + key-length - 1
	if key-position = 0 or key-length = 0
		or key-length > 250 or key-end-column > 300
		display "filecomp: the key must lie within columns 1-300"
			" and be 1-250 bytes long"
		move 'Y' to usage-error
	end-if
end-if.

if usage-error = 'Y'
	display "usage: filecomp [first-file second-file]"
		" [-keypos=n -keylen=n | -layout=WORDLIST|MASTER|STATS|STEPS|GRADES]"
	move 8 to return-code
	goback
end-if.

if apr-positional-count >= 2
	move apr-positional-value(1) to first-file-name
	move apr-positional-value(2) to second-file-name
move rid-run-id to alr-run-id.
call "auditlog" using audit-log-record.

if key-mode-on
	perform compare-by-key
else
	open input first-file
	if first-file-status not = '00'
		display "filecomp: file not found: " function trim(first-file-name)
		move 8 to return-code
	else
		open input second-file
		if second-file-status not = '00'
			display "filecomp: file not found: " function trim(second-file-name)
			close first-file
			move 8 to return-code
		else
			perform compare-files
		end-if
	end-if
end-if.

	write report-line
	add value-chunk-length to value-offset
end-perform.

set-wordlist-key.
if key-position = 0
	move 13 to key-position
end-if.
if key-length = 0
	move 250 to key-length
end-if.

set-master-key.
if key-position = 0
	move 1 to key-position
end-if.
if key-length = 0
	move 50 to key-length
end-if.

set-stats-key.
if key-position = 0 and key-length = 0
	move 'Y' to stats-key
	move 1 to key-position
	move 110 to key-length
end-if.
if key-position = 0
	move 1 to key-position
end-if.
if key-length = 0
	move 8 to key-length
end-if.

set-steps-key.
if key-position = 0
	move 1 to key-position
end-if.
if key-length = 0
	move 2 to key-length
end-if.

set-grades-key.
if key-position = 0
	move 1 to key-position
end-if.
if key-length = 0
	move 26 to key-length
end-if.

compare-by-key.
move 1 to sort-side.
sort key-sort-file
	ascending key srt-key srt-record-number
	input procedure is release-key-entries
	giving first-work-file.
move 2 to sort-side.
sort key-sort-file
	ascending key srt-key srt-record-number
	input procedure is release-key-entries
	giving second-work-file.
if key-file-missing = 'Y'
	move 8 to key-return-code
else
	perform match-by-key
end-if.
move "FILECOMP.WK1" to work-file-name.
call "CBL_DELETE_FILE" using work-file-name.
move "FILECOMP.WK2" to work-file-name.
call "CBL_DELETE_FILE" using work-file-name.
move key-return-code to return-code.

release-key-entries.
move 'N' to sort-input-end.
move 0 to source-record-number.
if sort-side = 1
	move function upper-case(first-file-name) to upper-file-name
else
	move function upper-case(second-file-name) to upper-file-name
end-if.
evaluate true
	when function trim(upper-file-name) = "WORDMASTER.IDX"
		perform release-master-entries
	when sort-side = 1
		perform release-first-entries
	when other
		perform release-second-entries
end-evaluate.

release-master-entries.
open input master-file.
if master-file-status not = '00'
	display "filecomp: file not found: WORDMASTER.IDX"
	move 'Y' to key-file-missing
else
	perform until sort-input-end = 'Y'
		read master-file next record
		at end
			move 'Y' to sort-input-end
		not at end
			move word-master-record to source-line
			perform release-one-entry
		end-read
	end-perform
	close master-file
end-if.

release-first-entries.
open input first-file.
if first-file-status not = '00'
	display "filecomp: file not found: " function trim(first-file-name)
	move 'Y' to key-file-missing
else
	perform until sort-input-end = 'Y'
		read first-file into first-file-input
		at end
			move 'Y' to sort-input-end
		not at end
			move first-file-input to source-line
			perform release-one-entry
		end-read
	end-perform
	close first-file
end-if.

release-second-entries.
open input second-file.
if second-file-status not = '00'
	display "filecomp: file not found: " function trim(second-file-name)
	move 'Y' to key-file-missing
else
	perform until sort-input-end = 'Y'
		read second-file into second-file-input
		at end
			move 'Y' to sort-input-end
		not at end
			move second-file-input to source-line
			perform release-one-entry
		end-read
	end-perform
	close second-file
end-if.

release-one-entry.
add 1 to source-record-number.
move spaces to key-sort-record.
if stats-key-on
	move source-line(1:8) to srt-key(1:8)
	move source-line(33:2) to srt-key(10:2)
	move source-line(51:60) to srt-key(13:60)
else
	move source-line(key-position:key-length) to srt-key
end-if.
move source-record-number to srt-record-number.
move source-line to srt-record.
release key-sort-record.

match-by-key.
open output compare-report.
move spaces to report-line.
string "FILE COMPARISON REPORT   " delimited by size
	function trim(first-file-name) delimited by size
	" VS " delimited by size
	function trim(second-file-name) delimited by size
	into report-line
end-string.
write report-line.
move key-position to column-edit.
move key-end-column to column-edit-2.
move spaces to report-line.
if stats-key-on
	move "RECORDS MATCHED ON KEY IN COLUMNS 1-8, 33-34, 51-110" to report-line
else
	string "RECORDS MATCHED ON KEY IN COLUMNS " delimited by size
		function trim(column-edit) delimited by size
		"-" delimited by size
		function trim(column-edit-2) delimited by size
		into report-line
	end-string
end-if.
if layout-name not = spaces
	move spaces to report-line(60:)
	string "   LAYOUT: " delimited by size
		function trim(layout-name) delimited by size
		into report-line(60:)
	end-string
end-if.
write report-line.
move spaces to report-line.
write report-line.

move 'N' to first-work-end.
move 'N' to second-work-end.
open input first-work-file.
open input second-work-file.
perform read-first-work.
perform read-second-work.
perform until first-work-end = 'Y' and second-work-end = 'Y'
	evaluate true
		when second-work-end = 'Y'
			or (first-work-end = 'N' and fen-key < sen-key)
			add 1 to deleted-count
			perform write-deleted-key-lines
			perform read-first-work
		when first-work-end = 'Y'
			or sen-key < fen-key
			add 1 to added-count
			perform write-added-key-lines
			perform read-second-work
		when other
			add 1 to matched-count
			if fen-record not = sen-record
				add 1 to changed-count
				perform write-changed-key-lines
			end-if
			perform read-first-work
			perform read-second-work
	end-evaluate
end-perform.
close first-work-file.
close second-work-file.

move spaces to report-line.
write report-line.
if changed-count = 0 and added-count = 0 and deleted-count = 0
	move "VERDICT: FILES ARE IDENTICAL BY KEY" to report-line
	write report-line
	display "filecomp: files are identical by key"
	move 0 to key-return-code
else
	move "VERDICT: FILES DIFFER" to report-line
	write report-line
	display "filecomp: files differ"
	move 4 to key-return-code
end-if.
move matched-count to count-edit.
move spaces to report-line.
string "  KEYS MATCHED .........: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move changed-count to count-edit.
move spaces to report-line.
string "  CHANGED RECORDS ......: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move added-count to count-edit.
move spaces to report-line.
string "  ADDED KEYS ...........: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move deleted-count to count-edit.
move spaces to report-line.
string "  DELETED KEYS .........: " delimited by size
	function trim(count-edit) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
close compare-report.

read-first-work.
if first-work-end = 'N'
	read first-work-file into first-entry
	at end
		move 'Y' to first-work-end
	end-read
end-if.

read-second-work.
if second-work-end = 'N'
	read second-work-file into second-entry
	at end
		move 'Y' to second-work-end
	end-read
end-if.

write-deleted-key-lines.
move fen-record-number to record-number-edit.
move spaces to report-line.
string "KEY " delimited by size
	function trim(fen-key) delimited by size
	" DELETED - FIRST FILE RECORD " delimited by size
	function trim(record-number-edit) delimited by size
	into report-line
end-string.
write report-line.
move "  VALUE : " to compare-label.
move fen-record to compare-value.
perform write-value-lines.

write-added-key-lines.
move sen-record-number to record-number-edit.
move spaces to report-line.
string "KEY " delimited by size
	function trim(sen-key) delimited by size
	" ADDED - SECOND FILE RECORD " delimited by size
	function trim(record-number-edit) delimited by size
	into report-line
end-string.
write report-line.
move "  VALUE : " to compare-label.
move sen-record to compare-value.
perform write-value-lines.

write-changed-key-lines.
move fen-record-number to record-number-edit.
move sen-record-number to record-number-edit-2.
move spaces to report-line.
string "KEY " delimited by size
	function trim(fen-key) delimited by size
	" CHANGED - FIRST FILE RECORD " delimited by size
	function trim(record-number-edit) delimited by size
	", SECOND FILE RECORD " delimited by size
	function trim(record-number-edit-2) delimited by size
	into report-line
end-string.
write report-line.
move spaces to change-marks.
move spaces to column-list.
move 1 to column-ptr.
move 0 to range-start.
perform varying column-idx from 1 by 1 until column-idx > 300
	if fen-record(column-idx:1) not = sen-record(column-idx:1)
		move '^' to change-marks(column-idx:1)
		if range-start = 0
			move column-idx to range-start
		end-if
	else
		if range-start > 0
			compute range-end = column-idx - 1
			perform add-column-range
			move 0 to range-start
		end-if
	end-if
end-perform.
if range-start > 0
	move 300 to range-end
	perform add-column-range
end-if.
move "  FIRST : " to compare-label.
move fen-record to compare-value.
perform write-value-lines.
move "  SECOND: " to compare-label.
move sen-record to compare-value.
perform write-value-lines.
move "  CHANGE: " to compare-label.
move change-marks to compare-value.
perform write-value-lines.
move "  COLUMN: " to compare-label.
move column-list to compare-value.
perform write-value-lines.

add-column-range.
move range-start to column-edit.
move range-end to column-edit-2.
if column-ptr > 1
	string ", " delimited by size
		into column-list with pointer column-ptr
	end-string
end-if.
if range-end > range-start
	string function trim(column-edit) delimited by size
		"-" delimited by size
		function trim(column-edit-2) delimited by size
		into column-list with pointer column-ptr
	end-string
else
	string function trim(column-edit) delimited by size
		into column-list with pointer column-ptr
	end-string
end-if.
