fd	capture-file.
01	capture-record	pic	x(310).
fd	control-file.
01	control-file-record	pic	x(412).
fd	checkpoint-file.
01	checkpoint-record.
	05	ckp-file-name		pic	x(200).
01	file-valid	pic	A	value 'Y'.
	88	file-is-valid	value 'Y'.
01	reject-reason	pic	x(60).
01	dump-mode	pic	A	value 'N'.
	88	dump-mode-on	value 'Y'.
01	from-record	pic	9(08)	value 0.
01	to-record	pic	9(08)	value 0.
01	dump-length	pic	9(04).
01	dump-offset	pic	9(04).
01	dump-position	pic	9(04).
01	dump-byte-idx	pic	9(02).
01	dump-char	pic	x(01).
01	dump-byte-value	pic	9(03).
01	dump-hex-high	pic	9(02).
01	dump-hex-low	pic	9(02).
01	hex-digits	pic	x(16)	value "0123456789ABCDEF".
01	dump-column	pic	9(05).
01	dump-hex-area	pic	x(48).
01	dump-char-area	pic	x(16).
01	dump-length-edit	pic	zzz9.
01	dump-count-edit	pic	zzz9.
01	dump-first-edit	pic	zzz9.
01	record-nonprintable	pic	9(04).
01	record-first-bad	pic	9(04).
01	record-first-byte	pic	x(02).
01	records-dumped	pic	9(08)	value 0.
01	bad-record-count	pic	9(08)	value 0.
01	bad-char-total	pic	9(08)	value 0.
01	bad-table-count	pic	9(03)	value 0.
01	bad-idx	pic	9(03).
01	bad-table.
	05	bad-entry	occurs 500 times.
		10	bad-record-number	pic	9(08).
		10	bad-char-count		pic	9(04).
		10	bad-first-column	pic	9(04).
		10	bad-first-byte		pic	x(02).
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "control-record.cpy".
copy "run-id-record.cpy".
copy "operator-alert-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.
			move function trim(apr-switch-value(sw-idx)) to max-records
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-x"
		move 'Y' to dump-mode
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-from"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -from requires a record number, e.g. -from=10"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to from-record
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-to"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			display "usage: -to requires a record number, e.g. -to=20"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to to-record
		end-if
	end-if
	if function trim(apr-switch-name(sw-idx)) = "-r"
		move 'Y' to resume-mode
	end-if
	end-if
end-perform.

if to-record > 0 and from-record > to-record
	display "usage: -from is later than -to, no records would be shown"
	move 8 to return-code
	goback
end-if.

if apr-positional-count = 0
	if ctl-cat-input-file not = spaces
		move ctl-cat-input-file to file-name
call "auditlog" using audit-log-record.

if print-mode-on
	move 'G' to bdq-action
	call "busdate" using business-date-request-record
	move bdq-date to print-run-date
	open output print-file
	if print-file-status not = '00'
		display "cannot open print file: " function trim(print-file-name)
display-one-file.
move 0 to record-number.
move 0 to match-count.
move 0 to records-dumped.
move 0 to bad-record-count.
move 0 to bad-char-total.
move 0 to bad-table-count.
move 0 to page-number.
move lines-per-page to line-on-page.
move 'N' to file-end.
			not at end
				add 1 to record-number
				if function length(function trim(cat-input, trailing)) > 300
					and not dump-mode-on
					display "warning: record " record-number
						" in " function trim(file-name)
						" exceeds 300 bytes and was truncated"
				end-if
				if record-number > resume-from-record
					and record-number >= from-record
					and (to-record = 0 or record-number <= to-record)
					move cat-input to line-input
					move function trim( line-input trailing ) to line-input
					move 0 to search-found-count
						if search-mode-on
							add 1 to match-count
						end-if
						if dump-mode-on
							perform dump-one-record
						else
							move spaces to display-line
							if number-mode-on or search-mode-on
								move record-number to record-number-edit
								string record-number-edit delimited by size
									"  " delimited by size
									line-input delimited by size
									into display-line
								end-string
							else
								move line-input to display-line
							end-if
							display function trim(display-line trailing) with no advancing
							if capture-mode-on
								move display-line to capture-record
								write capture-record
								add 1 to capture-records-written
							end-if
							if print-mode-on
								perform print-one-record
							end-if
						end-if
					end-if
				end-if
		if search-mode-on
			perform write-search-trailer
		end-if
		if dump-mode-on
			perform write-dump-summary
		end-if
	else
		display "file rejected: " function trim(file-name) " - " function trim(reject-reason)
		move 'E' to oar-severity
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.

dump-one-record.
add 1 to records-dumped.
move function length(function trim(cat-input trailing)) to dump-length.
if cat-input = spaces
	move 0 to dump-length
end-if.
move 0 to record-nonprintable.
move 0 to record-first-bad.
move spaces to record-first-byte.
perform varying dump-position from 1 by 1 until dump-position > dump-length
	move cat-input(dump-position:1) to dump-char
	if dump-char < space or dump-char > x"7e"
		add 1 to record-nonprintable
		if record-first-bad = 0
			move dump-position to record-first-bad
			perform convert-dump-char
			move hex-digits(dump-hex-high + 1:1) to record-first-byte(1:1)
			move hex-digits(dump-hex-low + 1:1) to record-first-byte(2:1)
		end-if
	end-if
end-perform.
if record-nonprintable > 0
	add 1 to bad-record-count
	add record-nonprintable to bad-char-total
	if bad-table-count < 500
		add 1 to bad-table-count
		move record-number to bad-record-number(bad-table-count)
		move record-nonprintable to bad-char-count(bad-table-count)
		move record-first-bad to bad-first-column(bad-table-count)
		move record-first-byte to bad-first-byte(bad-table-count)
	end-if
end-if.
move record-number to record-number-edit.
move dump-length to dump-length-edit.
move record-nonprintable to dump-count-edit.
move spaces to display-line.
move 1 to dump-position.
string "RECORD " delimited by size
	function trim(record-number-edit) delimited by size
	"   LENGTH " delimited by size
	function trim(dump-length-edit) delimited by size
	"   NON-PRINTABLE " delimited by size
	function trim(dump-count-edit) delimited by size
	into display-line with pointer dump-position
end-string.
if record-first-bad > 0
	move record-first-bad to dump-first-edit
	string "   FIRST AT COLUMN " delimited by size
		function trim(dump-first-edit) delimited by size
		" (X'" delimited by size
		record-first-byte delimited by size
		"')" delimited by size
		into display-line with pointer dump-position
	end-string
end-if.
perform emit-dump-line.
move spaces to display-line.
move "COLUMN" to display-line(1:6).
move "01 02 03 04 05 06 07 08 09 10 11 12 13 14 15 16"
	to display-line(9:47).
move "|....+....1....+.|" to display-line(58:18).
perform emit-dump-line.
perform varying dump-offset from 1 by 16 until dump-offset > dump-length
	perform dump-one-line
end-perform.
move spaces to display-line.
perform emit-dump-line.

dump-one-line.
move spaces to dump-hex-area.
move spaces to dump-char-area.
perform varying dump-byte-idx from 1 by 1
	until dump-byte-idx > 16
		or dump-offset + dump-byte-idx - 1 > dump-length
	compute dump-position = dump-offset + dump-byte-idx - 1
	move cat-input(dump-position:1) to dump-char
	perform convert-dump-char
	move hex-digits(dump-hex-high + 1:1)
		to dump-hex-area(dump-byte-idx * 3 - 2:1)
	move hex-digits(dump-hex-low + 1:1)
		to dump-hex-area(dump-byte-idx * 3 - 1:1)
	if dump-char < space or dump-char > x"7e"
		move '.' to dump-char-area(dump-byte-idx:1)
	else
		move dump-char to dump-char-area(dump-byte-idx:1)
	end-if
end-perform.
move dump-offset to dump-column.
move spaces to display-line.
move dump-column to display-line(1:5).
move dump-hex-area to display-line(9:48).
move "|" to display-line(58:1).
move dump-char-area to display-line(59:16).
move "|" to display-line(75:1).
perform emit-dump-line.

convert-dump-char.
compute dump-byte-value = function ord(dump-char) - 1.
divide dump-byte-value by 16 giving dump-hex-high remainder dump-hex-low.

emit-dump-line.
display function trim(display-line trailing).
if capture-mode-on
	move display-line to capture-record
	write capture-record
	add 1 to capture-records-written
end-if.
if print-mode-on
	perform print-one-record
end-if.

write-dump-summary.
move spaces to display-line.
string "NON-PRINTABLE CHARACTER SUMMARY FOR " delimited by size
	function trim(file-name) delimited by size
	into display-line
end-string.
perform emit-dump-line.
if bad-record-count = 0
	move "  NO NON-PRINTABLE CHARACTERS IN THE RECORDS DUMPED" to display-line
	perform emit-dump-line
else
	move spaces to display-line
	move "RECORD" to display-line(3:6)
	move "COUNT" to display-line(14:5)
	move "FIRST COLUMN" to display-line(22:12)
	move "FIRST BYTE" to display-line(37:10)
	perform emit-dump-line
	perform varying bad-idx from 1 by 1 until bad-idx > bad-table-count
		move bad-record-number(bad-idx) to record-number-edit
		move bad-char-count(bad-idx) to dump-count-edit
		move bad-first-column(bad-idx) to dump-first-edit
		move spaces to display-line
		move record-number-edit to display-line(1:8)
		move dump-count-edit to display-line(15:4)
		move dump-first-edit to display-line(30:4)
		move "X'" to display-line(41:2)
		move bad-first-byte(bad-idx) to display-line(43:2)
		move "'" to display-line(45:1)
		perform emit-dump-line
	end-perform
	if bad-record-count > bad-table-count
		move "  ONLY THE FIRST 500 RECORDS WITH NON-PRINTABLE CHARACTERS ARE LISTED"
			to display-line
		perform emit-dump-line
	end-if
end-if.
move bad-record-count to match-count-edit.
move records-dumped to read-count-edit.
move bad-char-total to record-number-edit.
move spaces to display-line.
string function trim(match-count-edit) delimited by size
	" of " delimited by size
	function trim(read-count-edit) delimited by size
	" records dumped contain non-printable characters, " delimited by size
	function trim(record-number-edit) delimited by size
	" characters in all" delimited by size
	into display-line
end-string.
perform emit-dump-line.

print-one-record.
move function length(function trim(display-line trailing))
	to print-total-length.
	move 'N' to file-valid
	move "file is empty" to reject-reason
else
	if nonprintable-found = 'Y' and not dump-mode-on
		move 'N' to file-valid
		move "file contains non-printable (binary) content" to reject-reason
	else
