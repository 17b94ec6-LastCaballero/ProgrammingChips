	05	whr-old-details		pic	x(17).
	05	whr-new-details		pic	x(17).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	master-file-status	pic	xx.
01	answer-text	pic	x(200).
01	menu-choice	pic	x(01).
01	done-flag	pic	a	value 'N'.
01	signon-refused	pic	a	value 'N'.
01	target-word	pic	x(50).
01	word-found	pic	a	value 'N'.
01	changes-made	pic	9(05)	value 0.
copy "control-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "operator-signon-record.cpy".
copy "run-id-record.cpy".

procedure division.
call "auditlog" using audit-log-record.

display "wordmaint: WORDMASTER.IDX maintenance".
move 'S' to osn-action.
move "wordmaint" to osn-program-name.
move rid-run-id to osn-run-id.
call "signon" using operator-signon-record.
if osn-granted
	move osn-operator-id to operator-initials
else
	display "wordmaint: not signed on - search and integrity check only,"
		" no changes can be made"
	move 'Y' to signon-refused
end-if.

perform until done-flag = 'Y'
	display " "
	if signon-refused = 'Y'
		display "S = search, I = integrity check, Q = quit: "
			with no advancing
	else
		display "S = search, D = delete, R = reclassify,"
			" P = purge by age, I = integrity check, Q = quit: "
			with no advancing
	end-if
	accept answer-text
	move function upper-case(function trim(answer-text)) to answer-text
	move answer-text(1:1) to menu-choice
		when 'S'
			perform search-word
		when 'D'
			move "WORDMAINT-DELETE" to osn-function
			perform authorize-function
			if osn-granted
				perform delete-word
			end-if
		when 'R'
			move "WORDMAINT-RECLASSIFY" to osn-function
			perform authorize-function
			if osn-granted
				perform reclassify-word
			end-if
		when 'P'
			move "WORDMAINT-PURGE" to osn-function
			perform authorize-function
			if osn-granted
				perform purge-by-age
			end-if
		when 'I'
			perform integrity-check
		when 'Q'
			move 'Y' to done-flag
		when other
			if signon-refused = 'Y'
				display "please answer S, I or Q"
			else
				display "please answer S, D, R, P, I or Q"
			end-if
	end-evaluate
end-perform.

	" changes" delimited by size
	into alr-key-param
end-string.
if signon-refused = 'Y'
	move 8 to return-code
end-if.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.

goback.

authorize-function.
move 'C' to osn-action.
call "signon" using operator-signon-record.

accept-target-word.
display "word: " with no advancing.
accept answer-text.
