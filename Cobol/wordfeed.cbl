	file status is feed-file-status.
	select detail-file assign to "WORDFEED.TMP"
	organization is line sequential.
	select reject-file assign to "WORDPREP.REJ"
	organization is line sequential
	file status is reject-file-status.
	select clean-file assign to dynamic clean-file-name
	organization is line sequential
	file status is clean-file-status.
	select master-file assign to "WORDMASTER.IDX"
	organization is indexed
	access mode is random
	record key is wmr-word
	file status is master-file-status.
	select history-file assign to "FEEDHIST.DAT"
	organization is line sequential
	file status is history-file-status.

data division.
file section.
01	feed-input	pic	x(250).
fd	detail-file.
01	detail-output	pic	x(250).
fd	reject-file.
01	reject-input	pic	x(310).
fd	clean-file.
01	clean-input	pic	x(262).
fd	master-file.
copy "word-master-record.cpy".
fd	history-file.
01	history-output	pic	x(251).

working-storage section.
01	feed-file-status	pic	xx.
01	check-value	pic	x(20).
01	digit-idx	pic	9(03).
01	digits-only	pic	a.
01	reject-file-status	pic	xx.
01	clean-file-status	pic	xx.
01	master-file-status	pic	xx.
01	history-file-status	pic	xx.
01	clean-file-name	pic	x(200).
01	score-end	pic	a	value 'N'.
01	master-open	pic	a	value 'N'.
01	master-found	pic	a	value 'N'.
01	blank-rejects	pic	9(08)	value 0.
01	oversized-rejects	pic	9(08)	value 0.
01	duplicate-rejects	pic	9(08)	value 0.
01	words-accepted	pic	9(08)	value 0.
01	words-new	pic	9(08)	value 0.
01	words-known	pic	9(08)	value 0.
01	isogram-words	pic	9(08)	value 0.
01	clean-word	pic	x(50).
01	clean-len	pic	9(03).
01	letter-idx	pic	9(03).
01	letter-matches	pic	9(05).
01	new-edit	pic	zzzzzzz9.
01	known-edit	pic	zzzzzzz9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "feed-history-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".
copy "word-list-record.cpy".

procedure division.
call "argparse" using arg-parse-record.
			" balances - " detail-count " words from source "
			function trim(feed-source-tag) ", feed date " feed-date
		perform run-wordprep-intake
		if return-code = 0
			perform score-feed-intake
		end-if
	else
		display "wordfeed: feed rejected - " function trim(reject-reason)
		perform raise-feed-alert
		move 8 to return-code
	end-if
	perform write-feed-history
end-if.

move 'E' to alr-event-type.
move spaces to env-parameter.
display "NIGHTLYARGS" upon environment-name.
display env-parameter upon environment-value.

score-feed-intake.
move 'N' to score-end.
open input reject-file.
if reject-file-status = '00'
	perform until score-end = 'Y'
		read reject-file into reject-input
		at end
			move 'Y' to score-end
		not at end
			evaluate true
				when reject-input(1:20) = "BLANK OR NO LETTERS:"
					add 1 to blank-rejects
				when reject-input(1:19) = "OVER 50 CHARACTERS:"
					add 1 to oversized-rejects
				when reject-input(1:10) = "DUPLICATE:"
					add 1 to duplicate-rejects
				when other
					continue
			end-evaluate
	end-perform
	close reject-file
end-if.
if pass-output not = spaces
	move pass-output to clean-file-name
else
	move "WORDCLEAN.DAT" to clean-file-name
end-if.
move 'N' to master-open.
open input master-file.
if master-file-status = '00'
	move 'Y' to master-open
end-if.
move 'N' to score-end.
open input clean-file.
if clean-file-status = '00'
	perform until score-end = 'Y'
		read clean-file into word-list-record
		at end
			move 'Y' to score-end
		not at end
			add 1 to words-accepted
			perform score-one-word
	end-perform
	close clean-file
end-if.
if master-open = 'Y'
	close master-file
end-if.
move words-new to new-edit.
move words-known to known-edit.
display "wordfeed: " function trim(new-edit) " word(s) new to WORDMASTER.IDX, "
	function trim(known-edit) " already known".

score-one-word.
move wlr-word to clean-word.
move 'N' to master-found.
if master-open = 'Y'
	move clean-word to wmr-word
	read master-file
		invalid key
			continue
		not invalid key
			move 'Y' to master-found
	end-read
end-if.
if master-found = 'Y'
	add 1 to words-known
	if wmr-known-heterogram
		add 1 to isogram-words
	end-if
else
	add 1 to words-new
	move function length(function trim(clean-word)) to clean-len
	move 0 to letter-matches
	perform varying letter-idx from 1 by 1 until letter-idx > clean-len
		inspect clean-word tallying letter-matches
			for all clean-word(letter-idx:1)
	end-perform
	if letter-matches = clean-len
		add 1 to isogram-words
	end-if
end-if.

write-feed-history.
move feed-source-tag to fhr-source-tag.
if fhr-source-tag = spaces
	move "UNKNOWN" to fhr-source-tag
end-if.
move feed-date to fhr-feed-date.
accept fhr-intake-date from date yyyymmdd.
accept fhr-intake-time from time.
move rid-run-id to fhr-run-id.
move feed-file-name to fhr-feed-file-name.
if feed-valid = 'Y'
	move 'B' to fhr-balance-result
	move spaces to fhr-balance-reason
else
	move 'U' to fhr-balance-result
	move reject-reason to fhr-balance-reason
end-if.
move detail-count to fhr-records-received.
move expected-count to fhr-header-count.
move trailer-count to fhr-trailer-count.
move blank-rejects to fhr-blank-rejects.
move oversized-rejects to fhr-oversized-rejects.
move duplicate-rejects to fhr-duplicate-rejects.
move words-accepted to fhr-words-accepted.
move words-new to fhr-words-new.
move words-known to fhr-words-known.
move isogram-words to fhr-isograms.
open extend history-file.
if history-file-status = '35'
	open output history-file
end-if.
write history-output from feed-history-record.
close history-file.
