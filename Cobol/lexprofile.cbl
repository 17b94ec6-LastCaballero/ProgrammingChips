identification division.
program-id.	lexprofile.

environment division.
input-output section.
file-control.
	select master-file assign to "WORDMASTER.IDX"
	organization is indexed
	access mode is sequential
	record key is wmr-word
	file status is master-file-status.
	select profile-report assign to "LEXPROF.RPT"
	organization is line sequential.

data division.
file section.
fd	master-file.
copy "word-master-record.cpy".
fd	profile-report.
01	report-line	pic	x(132).

working-storage section.
01	master-file-status	pic	xx.
01	master-end	pic	a	value 'N'.
01	words-read	pic	9(08)	value 0.
01	letters-read	pic	9(09)	value 0.
01	other-chars	pic	9(09)	value 0.
01	word-length	pic	9(03).
01	char-idx	pic	9(03).
01	one-char	pic	x(01).
01	letter-idx	pic	9(02).
01	letter-list	pic	x(26)	value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01	length-table.
	05	length-count	pic	9(08)	occurs 50 times.
01	length-idx	pic	9(02).
01	letter-table.
	05	letter-entry	occurs 26 times.
		10	ltr-all		pic	9(09).
		10	ltr-first	pic	9(08).
		10	ltr-last	pic	9(08).
01	first-other	pic	9(08)	value 0.
01	last-other	pic	9(08)	value 0.
01	isogram-words	pic	9(08)	value 0.
01	heterogram-words	pic	9(08)	value 0.
01	palindrome-words	pic	9(08)	value 0.
01	pangram-words	pic	9(08)	value 0.
01	perfect-words	pic	9(08)	value 0.
01	order-table.
	05	order-count	pic	9(08)	occurs 99 times.
01	order-idx	pic	9(03).
01	used-table.
	05	used-count	pic	9(08)	occurs 27 times.
01	used-idx	pic	9(02).
01	first-seen-unknown	pic	9(08)	value 0.
01	month-count	pic	9(03)	value 0.
01	month-table.
	05	month-entry	occurs 600 times.
		10	mne-month	pic	9(06).
		10	mne-words	pic	9(08).
01	month-idx	pic	9(03).
01	shift-idx	pic	9(03).
01	month-found	pic	a.
01	months-dropped	pic	9(08)	value 0.
01	seen-month	pic	9(06).
01	seen-month-split	redefines seen-month.
	05	seen-yyyy	pic	9(04).
	05	seen-mm		pic	9(02).
01	section-max	pic	9(09).
01	bar-count	pic	9(09).
01	bar-length	pic	9(02).
01	bar-text	pic	x(50).
01	pct-value	pic	9(03)v9.
01	pct-base	pic	9(09).
01	flag-name	pic	x(20).
01	flag-count	pic	9(08).
01	count-edit	pic	zzzzzzz9.
01	count-edit-2	pic	zzzzzzz9.
01	count-edit-3	pic	zzzzzzz9.
01	rate-edit	pic	zz9.9.
01	rate-edit-2	pic	zz9.9.
01	rate-edit-3	pic	zz9.9.
01	small-edit	pic	z9.
copy "audit-log-record.cpy".
copy "run-id-record.cpy".

procedure division.
open input master-file.
if master-file-status not = '00'
	display "lexprofile: WORDMASTER.IDX not found, run wordload first"
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "lexprofile" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move "lexicon profile" to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

initialize length-table letter-table order-table used-table.
perform until master-end = 'Y'
	read master-file next record
	at end
		move 'Y' to master-end
	not at end
		add 1 to words-read
		perform profile-one-word
end-perform.
close master-file.

open output profile-report.
perform write-report-heading.
perform write-length-section.
perform write-letter-section.
perform write-flag-section.
perform write-used-section.
perform write-month-section.
close profile-report.
display "lexprofile: report written to LEXPROF.RPT".
if words-read = 0
	move 4 to return-code
end-if.

move words-read to alr-records-read.
move words-read to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

profile-one-word.
move function length(function trim(wmr-word)) to word-length.
if word-length > 0 and word-length <= 50
	add 1 to length-count(word-length)
end-if.
perform varying char-idx from 1 by 1 until char-idx > word-length
	move function upper-case(wmr-word(char-idx:1)) to one-char
	perform find-letter-index
	if letter-idx > 0
		add 1 to letters-read
		add 1 to ltr-all(letter-idx)
		if char-idx = 1
			add 1 to ltr-first(letter-idx)
		end-if
		if char-idx = word-length
			add 1 to ltr-last(letter-idx)
		end-if
	else
		add 1 to other-chars
		if char-idx = 1
			add 1 to first-other
		end-if
		if char-idx = word-length
			add 1 to last-other
		end-if
	end-if
end-perform.
if wmr-isogram = 'Y'
	add 1 to isogram-words
	if wmr-isogram-order is numeric and wmr-isogram-order > 0
		add 1 to order-count(wmr-isogram-order)
	end-if
end-if.
if wmr-known-heterogram
	add 1 to heterogram-words
end-if.
if wmr-palindrome = 'Y'
	add 1 to palindrome-words
end-if.
if wmr-pangram = 'Y'
	add 1 to pangram-words
end-if.
if wmr-perfect-isogram = 'Y'
	add 1 to perfect-words
end-if.
if wmr-letters-used is numeric and wmr-letters-used <= 26
	compute used-idx = wmr-letters-used + 1
	add 1 to used-count(used-idx)
end-if.
if wmr-first-seen is numeric and wmr-first-seen > 0
	move wmr-first-seen(1:6) to seen-month
	perform count-first-seen-month
else
	add 1 to first-seen-unknown
end-if.

find-letter-index.
move 0 to letter-idx.
if one-char >= "A" and one-char <= "Z"
	inspect letter-list tallying letter-idx
		for characters before initial one-char
	add 1 to letter-idx
end-if.

count-first-seen-month.
move 'N' to month-found.
perform varying month-idx from 1 by 1
	until month-idx > month-count
	or mne-month(month-idx) >= seen-month
	continue
end-perform.
if month-idx <= month-count
	if mne-month(month-idx) = seen-month
		move 'Y' to month-found
	end-if
end-if.
if month-found = 'Y'
	add 1 to mne-words(month-idx)
else
	if month-count < 600
		perform varying shift-idx from month-count by -1
			until shift-idx < month-idx
			move month-entry(shift-idx) to month-entry(shift-idx + 1)
		end-perform
		add 1 to month-count
		move seen-month to mne-month(month-idx)
		move 1 to mne-words(month-idx)
	else
		add 1 to months-dropped
	end-if
end-if.

build-bar.
move spaces to bar-text.
move 0 to bar-length.
if section-max > 0 and bar-count > 0
	compute bar-length rounded = (bar-count * 50) / section-max
	if bar-length = 0
		move 1 to bar-length
	end-if
	move all "*" to bar-text(1:bar-length)
end-if.

compute-percent.
move 0 to pct-value.
if pct-base > 0
	compute pct-value rounded = (bar-count * 100) / pct-base
end-if.

write-report-heading.
move words-read to count-edit.
move spaces to report-line.
string "LEXICON PROFILE OF WORDMASTER.IDX   WORDS: " delimited by size
	function trim(count-edit) delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).

write-length-section.
move spaces to report-line.
write report-line.
move "WORD LENGTH DISTRIBUTION" to report-line.
write report-line.
move spaces to report-line.
move "LENGTH" to report-line(1:6).
move "WORDS" to report-line(12:5).
move "PCT" to report-line(20:3).
write report-line.
move 0 to section-max.
perform varying length-idx from 1 by 1 until length-idx > 50
	if length-count(length-idx) > section-max
		move length-count(length-idx) to section-max
	end-if
end-perform.
move words-read to pct-base.
perform varying length-idx from 1 by 1 until length-idx > 50
	if length-count(length-idx) > 0
		move length-count(length-idx) to bar-count
		perform compute-percent
		perform build-bar
		move length-idx to small-edit
		move bar-count to count-edit
		move pct-value to rate-edit
		move spaces to report-line
		move small-edit to report-line(5:2)
		move count-edit to report-line(9:8)
		move rate-edit to report-line(18:5)
		move bar-text to report-line(25:50)
		write report-line
	end-if
end-perform.

write-letter-section.
move spaces to report-line.
write report-line.
move "LETTER FREQUENCY - ALL POSITIONS, FIRST LETTER AND LAST LETTER"
	to report-line.
write report-line.
move spaces to report-line.
move "LETTER" to report-line(1:6).
move "ALL" to report-line(14:3).
move "PCT" to report-line(20:3).
move "FIRST" to report-line(28:5).
move "PCT" to report-line(36:3).
move "LAST" to report-line(45:4).
move "PCT" to report-line(53:3).
write report-line.
perform varying letter-idx from 1 by 1 until letter-idx > 26
	move ltr-all(letter-idx) to bar-count
	move letters-read to pct-base
	perform compute-percent
	move bar-count to count-edit
	move pct-value to rate-edit
	move ltr-first(letter-idx) to bar-count
	move words-read to pct-base
	perform compute-percent
	move bar-count to count-edit-2
	move pct-value to rate-edit-2
	move ltr-last(letter-idx) to bar-count
	perform compute-percent
	move bar-count to count-edit-3
	move pct-value to rate-edit-3
	move spaces to report-line
	move letter-list(letter-idx:1) to report-line(4:1)
	move count-edit to report-line(9:8)
	move rate-edit to report-line(18:5)
	move count-edit-2 to report-line(25:8)
	move rate-edit-2 to report-line(34:5)
	move count-edit-3 to report-line(41:8)
	move rate-edit-3 to report-line(51:5)
	write report-line
end-perform.
if other-chars > 0 or first-other > 0 or last-other > 0
	move other-chars to count-edit
	move first-other to count-edit-2
	move last-other to count-edit-3
	move spaces to report-line
	move "OTHER" to report-line(1:5)
	move count-edit to report-line(9:8)
	move count-edit-2 to report-line(25:8)
	move count-edit-3 to report-line(41:8)
	write report-line
end-if.

write-flag-section.
move spaces to report-line.
write report-line.
move "CLASSIFICATION FLAGS" to report-line.
write report-line.
move spaces to report-line.
move "FLAG" to report-line(1:4).
move "WORDS" to report-line(28:5).
move "PCT" to report-line(36:3).
write report-line.
move words-read to pct-base.
move "ISOGRAM" to flag-name.
move isogram-words to flag-count.
perform write-flag-line.
move "HETEROGRAM" to flag-name.
move heterogram-words to flag-count.
perform write-flag-line.
move "PALINDROME" to flag-name.
move palindrome-words to flag-count.
perform write-flag-line.
move "PANGRAM" to flag-name.
move pangram-words to flag-count.
perform write-flag-line.
move "PERFECT ISOGRAM" to flag-name.
move perfect-words to flag-count.
perform write-flag-line.
move spaces to report-line.
write report-line.
move "ISOGRAMS BY ORDER (EACH LETTER USED N TIMES)" to report-line.
write report-line.
perform varying order-idx from 1 by 1 until order-idx > 99
	if order-count(order-idx) > 0
		move spaces to flag-name
		move order-idx to small-edit
		string "ORDER " delimited by size
			function trim(small-edit) delimited by size
			into flag-name
		end-string
		move order-count(order-idx) to flag-count
		perform write-flag-line
	end-if
end-perform.

write-flag-line.
move flag-count to bar-count.
perform compute-percent.
move flag-count to count-edit.
move pct-value to rate-edit.
move spaces to report-line.
move flag-name to report-line(3:20).
move count-edit to report-line(25:8).
move rate-edit to report-line(34:5).
write report-line.
display function trim(flag-name) ": " function trim(count-edit)
	" (" function trim(rate-edit) " pct)".

write-used-section.
move spaces to report-line.
write report-line.
move "DISTINCT LETTERS USED PER WORD" to report-line.
write report-line.
move spaces to report-line.
move "LETTERS" to report-line(1:7).
move "WORDS" to report-line(12:5).
move "PCT" to report-line(20:3).
write report-line.
move 0 to section-max.
perform varying used-idx from 1 by 1 until used-idx > 27
	if used-count(used-idx) > section-max
		move used-count(used-idx) to section-max
	end-if
end-perform.
move words-read to pct-base.
perform varying used-idx from 1 by 1 until used-idx > 27
	if used-count(used-idx) > 0
		move used-count(used-idx) to bar-count
		perform compute-percent
		perform build-bar
		compute order-idx = used-idx - 1
		move order-idx to small-edit
		move bar-count to count-edit
		move pct-value to rate-edit
		move spaces to report-line
		move small-edit to report-line(5:2)
		move count-edit to report-line(9:8)
		move rate-edit to report-line(18:5)
		move bar-text to report-line(25:50)
		write report-line
	end-if
end-perform.

write-month-section.
move spaces to report-line.
write report-line.
move "WORDS ADDED PER MONTH (WMR-FIRST-SEEN)" to report-line.
write report-line.
move spaces to report-line.
move "MONTH" to report-line(1:5).
move "WORDS" to report-line(12:5).
move "PCT" to report-line(20:3).
write report-line.
move 0 to section-max.
perform varying month-idx from 1 by 1 until month-idx > month-count
	if mne-words(month-idx) > section-max
		move mne-words(month-idx) to section-max
	end-if
end-perform.
move words-read to pct-base.
perform varying month-idx from 1 by 1 until month-idx > month-count
	move mne-month(month-idx) to seen-month
	move mne-words(month-idx) to bar-count
	perform compute-percent
	perform build-bar
	move bar-count to count-edit
	move pct-value to rate-edit
	move spaces to report-line
	string seen-yyyy delimited by size
		"-" delimited by size
		seen-mm delimited by size
		into report-line
	end-string
	move count-edit to report-line(9:8)
	move rate-edit to report-line(18:5)
	move bar-text to report-line(25:50)
	write report-line
end-perform.
if first-seen-unknown > 0
	move first-seen-unknown to bar-count
	perform compute-percent
	move bar-count to count-edit
	move pct-value to rate-edit
	move spaces to report-line
	move "UNKNOWN" to report-line(1:7)
	move count-edit to report-line(9:8)
	move rate-edit to report-line(18:5)
	write report-line
end-if.
if months-dropped > 0
	move "  MORE THAN 600 MONTHS ON FILE - SOME MONTHS ARE NOT SHOWN"
		to report-line
	write report-line
end-if.
