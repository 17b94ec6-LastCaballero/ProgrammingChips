identification division.
program-id.	wordfind.

environment division.
input-output section.
file-control.
	select master-file assign to "WORDMASTER.IDX"
	organization is indexed
	access mode is sequential
	record key is wmr-word
	file status is master-file-status.
	select find-report assign to "WORDFIND.RPT"
	organization is line sequential.
	select word-list-file assign to dynamic word-list-name
	organization is line sequential.

data division.
file section.
fd	master-file.
copy "word-master-record.cpy".
fd	find-report.
01	report-line	pic	x(132).
fd	word-list-file.
01	word-list-output	pic	x(262).

working-storage section.
01	master-file-status	pic	xx.
01	master-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	switch-name	pic	x(30).
01	switch-value	pic	x(100).
01	switch-valid	pic	a.
01	switch-number	pic	9(02).
01	word-list-name	pic	x(200)	value "WORDFIND.DAT".
01	stamp-category	pic	x(02)	value "UN".
01	min-length	pic	9(02)	value 1.
01	max-length	pic	9(02)	value 50.
01	find-pattern	pic	x(50)	value spaces.
01	pattern-len	pic	9(02)	value 0.
01	must-have	pic	x(26)	value spaces.
01	must-have-len	pic	9(02)	value 0.
01	must-not-have	pic	x(26)	value spaces.
01	must-not-have-len	pic	9(02)	value 0.
01	want-isogram	pic	x(01)	value space.
01	want-heterogram	pic	x(01)	value space.
01	want-palindrome	pic	x(01)	value space.
01	want-pangram	pic	x(01)	value space.
01	want-perfect	pic	x(01)	value space.
01	want-order	pic	9(02)	value 0.
01	from-date	pic	9(08)	value 0.
01	to-date	pic	9(08)	value 99999999.
01	criteria-given	pic	9(02)	value 0.
01	words-read	pic	9(08)	value 0.
01	words-matched	pic	9(08)	value 0.
01	word-upper	pic	x(50).
01	word-length	pic	9(02).
01	word-matches	pic	a.
01	set-idx	pic	9(02).
01	letter-count	pic	9(03).
01	pat-idx	pic	9(03).
01	wrd-idx	pic	9(03).
01	star-idx	pic	9(03).
01	mark-idx	pic	9(03).
01	pattern-done	pic	a.
01	length-edit	pic	z9.
01	letters-edit	pic	z9.
01	order-edit	pic	z9.
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "word-list-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	move function trim(apr-switch-name(sw-idx)) to switch-name
	move function upper-case(function trim(apr-switch-value(sw-idx)))
		to switch-value
	move 'Y' to switch-valid
	evaluate switch-name
		when "-minlen"
			perform check-number-switch
			move switch-number to min-length
		when "-maxlen"
			perform check-number-switch
			move switch-number to max-length
		when "-pattern"
			if switch-value = spaces or switch-value(51:) not = spaces
				move 'N' to switch-valid
			else
				move switch-value to find-pattern
				move function length(function trim(find-pattern))
					to pattern-len
			end-if
		when "-has"
			if switch-value = spaces or switch-value(27:) not = spaces
				move 'N' to switch-valid
			else
				move switch-value to must-have
				move function length(function trim(must-have))
					to must-have-len
			end-if
		when "-hasnot"
			if switch-value = spaces or switch-value(27:) not = spaces
				move 'N' to switch-valid
			else
				move switch-value to must-not-have
				move function length(function trim(must-not-have))
					to must-not-have-len
			end-if
		when "-isogram"
			perform check-yes-no-switch
			move switch-value(1:1) to want-isogram
		when "-heterogram"
			perform check-yes-no-switch
			move switch-value(1:1) to want-heterogram
		when "-palindrome"
			perform check-yes-no-switch
			move switch-value(1:1) to want-palindrome
		when "-pangram"
			perform check-yes-no-switch
			move switch-value(1:1) to want-pangram
		when "-perfect"
			perform check-yes-no-switch
			move switch-value(1:1) to want-perfect
		when "-order"
			perform check-number-switch
			if switch-number = 0
				move 'N' to switch-valid
			end-if
			move switch-number to want-order
		when "-from"
			if switch-value(1:8) is numeric and switch-value(9:) = spaces
				move switch-value(1:8) to from-date
			else
				move 'N' to switch-valid
			end-if
		when "-to"
			if switch-value(1:8) is numeric and switch-value(9:) = spaces
				move switch-value(1:8) to to-date
			else
				move 'N' to switch-valid
			end-if
		when "-o"
			if switch-value = spaces
				move 'N' to switch-valid
			else
				move apr-switch-value(sw-idx) to word-list-name
			end-if
		when "-cat"
			if switch-value = spaces or switch-value(3:) not = spaces
				move 'N' to switch-valid
			else
				move switch-value(1:2) to stamp-category
			end-if
		when other
			move 'N' to switch-valid
	end-evaluate
	if switch-valid = 'N'
		display "wordfind: invalid switch " function trim(apr-switch-name(sw-idx))
			" " function trim(apr-switch-value(sw-idx))
		perform show-usage
		move 8 to return-code
		goback
	end-if
	if switch-name not = "-o" and switch-name not = "-cat"
		add 1 to criteria-given
	end-if
end-perform.

if criteria-given = 0
	display "wordfind: give at least one search criterion"
	perform show-usage
	move 8 to return-code
	goback
end-if.
if min-length = 0
	move 1 to min-length
end-if.
if min-length > max-length or from-date > to-date
	display "wordfind: the criteria contradict each other, nothing can match"
	move 8 to return-code
	goback
end-if.

open input master-file.
if master-file-status not = '00'
	display "wordfind: WORDMASTER.IDX not found, run wordload first"
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "wordfind" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
if find-pattern not = spaces
	string "word search " delimited by size
		function trim(find-pattern) delimited by size
		into alr-key-param
	end-string
else
	move "word search" to alr-key-param
end-if.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

open output find-report.
open output word-list-file.
perform write-report-heading.
perform until master-end = 'Y'
	read master-file next record
	at end
		move 'Y' to master-end
	not at end
		add 1 to words-read
		perform test-one-word
		if word-matches = 'Y'
			perform write-matched-word
		end-if
end-perform.
close master-file.

move words-read to count-edit.
move words-matched to count-edit-2.
move spaces to report-line.
write report-line.
move spaces to report-line.
string "WORDS SEARCHED: " delimited by size
	function trim(count-edit) delimited by size
	"   WORDS MATCHED: " delimited by size
	function trim(count-edit-2) delimited by size
	into report-line
end-string.
write report-line.
close find-report.
close word-list-file.
display "wordfind: " function trim(count-edit-2) " of "
	function trim(count-edit) " words matched".
display "wordfind: report written to WORDFIND.RPT, word list written to "
	function trim(word-list-name).
if words-matched = 0
	move 4 to return-code
end-if.

move words-read to alr-records-read.
move words-matched to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

check-number-switch.
move 0 to switch-number.
evaluate true
	when switch-value(1:2) is numeric and switch-value(3:) = spaces
		move switch-value(1:2) to switch-number
	when switch-value(1:1) is numeric and switch-value(2:) = spaces
		move switch-value(1:1) to switch-number
	when other
		move 'N' to switch-valid
end-evaluate.

check-yes-no-switch.
if switch-value not = 'Y' and switch-value not = 'N'
	move 'N' to switch-valid
end-if.

show-usage.
display "usage: wordfind [-minlen=n] [-maxlen=n] [-pattern=C?T*]"
	" [-has=letters] [-hasnot=letters]".
display "                [-isogram=Y|N] [-heterogram=Y|N] [-palindrome=Y|N]"
	" [-pangram=Y|N] [-perfect=Y|N]".
display "                [-order=n] [-from=yyyymmdd] [-to=yyyymmdd]"
	" [-o=WORDFIND.DAT] [-cat=XX]".
display "       ? matches one letter, * matches any run of letters".

test-one-word.
move 'Y' to word-matches.
move function upper-case(wmr-word) to word-upper.
move function length(function trim(word-upper)) to word-length.
if word-length < min-length or word-length > max-length
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-isogram not = space
	and wmr-isogram not = want-isogram
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-heterogram not = space
	and wmr-heterogram not = want-heterogram
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-palindrome not = space
	and wmr-palindrome not = want-palindrome
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-pangram not = space
	and wmr-pangram not = want-pangram
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-perfect not = space
	and wmr-perfect-isogram not = want-perfect
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and want-order > 0
	and wmr-isogram-order not = want-order
	move 'N' to word-matches
end-if.
if word-matches = 'Y'
	and (wmr-first-seen < from-date or wmr-first-seen > to-date)
	move 'N' to word-matches
end-if.
if word-matches = 'Y' and must-have-len > 0
	perform varying set-idx from 1 by 1
		until set-idx > must-have-len or word-matches = 'N'
		move 0 to letter-count
		inspect word-upper tallying letter-count
			for all must-have(set-idx:1)
		if letter-count = 0
			move 'N' to word-matches
		end-if
	end-perform
end-if.
if word-matches = 'Y' and must-not-have-len > 0
	perform varying set-idx from 1 by 1
		until set-idx > must-not-have-len or word-matches = 'N'
		move 0 to letter-count
		inspect word-upper tallying letter-count
			for all must-not-have(set-idx:1)
		if letter-count > 0
			move 'N' to word-matches
		end-if
	end-perform
end-if.
if word-matches = 'Y' and pattern-len > 0
	perform match-pattern
end-if.

match-pattern.
move 1 to pat-idx.
move 1 to wrd-idx.
move 0 to star-idx.
move 0 to mark-idx.
move 'N' to pattern-done.
perform until pattern-done = 'Y' or wrd-idx > word-length
	evaluate true
		when pat-idx <= pattern-len
			and (find-pattern(pat-idx:1) = '?'
				or find-pattern(pat-idx:1) = word-upper(wrd-idx:1))
			add 1 to pat-idx
			add 1 to wrd-idx
		when pat-idx <= pattern-len and find-pattern(pat-idx:1) = '*'
			move pat-idx to star-idx
			move wrd-idx to mark-idx
			add 1 to pat-idx
		when star-idx > 0
			compute pat-idx = star-idx + 1
			add 1 to mark-idx
			move mark-idx to wrd-idx
		when other
			move 'N' to word-matches
			move 'Y' to pattern-done
	end-evaluate
end-perform.
perform until pat-idx > pattern-len
	or find-pattern(pat-idx:1) not = '*'
	add 1 to pat-idx
end-perform.
if pat-idx <= pattern-len
	move 'N' to word-matches
end-if.

write-matched-word.
add 1 to words-matched.
move word-length to length-edit.
move wmr-letters-used to letters-edit.
move wmr-isogram-order to order-edit.
move spaces to report-line.
move wmr-word to report-line(1:50).
move length-edit to report-line(53:2).
move wmr-isogram to report-line(60:1).
move wmr-heterogram to report-line(66:1).
move wmr-palindrome to report-line(72:1).
move wmr-pangram to report-line(78:1).
move wmr-perfect-isogram to report-line(84:1).
move letters-edit to report-line(89:2).
move order-edit to report-line(96:2).
move wmr-first-seen to report-line(102:8).
write report-line.
move stamp-category to wlr-category-code.
move "WORDFIND" to wlr-source-tag.
move wmr-word to wlr-word.
write word-list-output from word-list-record.

write-report-heading.
move spaces to report-line.
string "WORD MASTER SEARCH   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move min-length to length-edit.
move max-length to letters-edit.
move spaces to report-line.
string "LENGTH " delimited by size
	function trim(length-edit) delimited by size
	" TO " delimited by size
	function trim(letters-edit) delimited by size
	into report-line
end-string.
if find-pattern not = spaces
	string "   PATTERN " delimited by size
		function trim(find-pattern) delimited by size
		into report-line(40:40)
	end-string
end-if.
write report-line.
if must-have not = spaces or must-not-have not = spaces
	move spaces to report-line
	if must-have not = spaces
		string "MUST CONTAIN " delimited by size
			function trim(must-have) delimited by size
			into report-line(1:39)
		end-string
	end-if
	if must-not-have not = spaces
		string "   MUST NOT CONTAIN " delimited by size
			function trim(must-not-have) delimited by size
			into report-line(40:50)
		end-string
	end-if
	write report-line
end-if.
move spaces to report-line.
move "FLAGS (BLANK = ANY): ISOGRAM" to report-line(1:28).
move want-isogram to report-line(30:1).
move "HETEROGRAM" to report-line(33:10).
move want-heterogram to report-line(44:1).
move "PALINDROME" to report-line(47:10).
move want-palindrome to report-line(58:1).
move "PANGRAM" to report-line(61:7).
move want-pangram to report-line(69:1).
move "PERFECT" to report-line(72:7).
move want-perfect to report-line(80:1).
if want-order > 0
	move want-order to order-edit
	move "ORDER" to report-line(83:5)
	move order-edit to report-line(89:2)
end-if.
write report-line.
if from-date > 0 or to-date < 99999999
	move spaces to report-line
	string "FIRST SEEN " delimited by size
		from-date delimited by size
		" TO " delimited by size
		to-date delimited by size
		into report-line
	end-string
	write report-line
end-if.
move spaces to report-line.
write report-line.
move "WORD" to report-line(1:4).
move "LEN" to report-line(52:3).
move "ISO" to report-line(59:3).
move "HET" to report-line(65:3).
move "PAL" to report-line(71:3).
move "PAN" to report-line(77:3).
move "PRF" to report-line(83:3).
move "LTRS" to report-line(87:4).
move "ORDER" to report-line(93:5).
move "FIRST SEEN" to report-line(100:10).
write report-line.
