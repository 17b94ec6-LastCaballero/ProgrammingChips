identification division.
program-id.	feedscore.

environment division.
input-output section.
file-control.
	select history-file assign to "FEEDHIST.DAT"
	organization is line sequential
	file status is history-file-status.
	select vendor-sort-file assign to "FEEDSCORE.SRT".
	select score-report assign to "FEEDSCORE.RPT"
	organization is line sequential.

data division.
file section.
fd	history-file.
01	history-input	pic	x(251).
sd	vendor-sort-file.
01	vendor-sort-record.
	05	srt-reject-rate		pic	9(03)v9.
	05	srt-new-yield		pic	9(03)v9.
	05	srt-isogram-rate	pic	9(03)v9.
	05	srt-source-tag		pic	x(10).
	05	srt-feeds		pic	9(05).
	05	srt-unbalanced		pic	9(05).
	05	srt-received		pic	9(09).
	05	srt-rejected		pic	9(09).
	05	srt-words-new		pic	9(09).
	05	srt-isograms		pic	9(09).
fd	score-report.
01	report-line	pic	x(132).

working-storage section.
01	history-file-status	pic	xx.
01	history-end	pic	a	value 'N'.
01	sort-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	today-date	pic	9(08).
01	score-month	pic	9(06).
01	score-month-split	redefines score-month.
	05	score-yyyy	pic	9(04).
	05	score-mm	pic	9(02).
01	feed-month	pic	9(06).
01	records-read	pic	9(08)	value 0.
01	feeds-dropped	pic	9(05)	value 0.
01	vendors-dropped	pic	9(05)	value 0.
01	feed-count	pic	9(04)	value 0.
01	feed-table.
	05	feed-entry	occurs 3000 times.
		10	fee-source-tag		pic	x(10).
		10	fee-feed-date		pic	9(08).
		10	fee-balanced		pic	x(01).
		10	fee-received		pic	9(08).
		10	fee-rejected		pic	9(08).
		10	fee-accepted		pic	9(08).
		10	fee-words-new		pic	9(08).
		10	fee-isograms		pic	9(08).
01	feed-idx	pic	9(04).
01	feed-found	pic	a.
01	vendor-count	pic	9(03)	value 0.
01	vendor-table.
	05	vendor-entry	occurs 200 times.
		10	vde-source-tag		pic	x(10).
		10	vde-feeds		pic	9(05).
		10	vde-unbalanced		pic	9(05).
		10	vde-received		pic	9(09).
		10	vde-rejected		pic	9(09).
		10	vde-accepted		pic	9(09).
		10	vde-words-new		pic	9(09).
		10	vde-isograms		pic	9(09).
01	vendor-idx	pic	9(03).
01	vendor-found	pic	a.
01	rank-number	pic	9(03).
01	ranking-title	pic	x(60).
01	total-received	pic	9(09)	value 0.
01	total-rejected	pic	9(09)	value 0.
01	total-words-new	pic	9(09)	value 0.
01	overall-rate	pic	9(03)v9.
01	rank-edit	pic	zz9.
01	feeds-edit	pic	zzzz9.
01	count-edit	pic	zzzzzzzz9.
01	count-edit-2	pic	zzzzzzzz9.
01	count-edit-3	pic	zzzzzzzz9.
01	rate-edit	pic	zz9.9.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "feed-history-record.cpy".
copy "run-id-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

accept today-date from date yyyymmdd.
move today-date(1:6) to score-month.
perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-month"
		if apr-switch-value(sw-idx) = spaces
			or function trim(apr-switch-value(sw-idx)) not numeric
			or function length(function trim(apr-switch-value(sw-idx))) not = 6
			display "usage: -month requires a month, e.g. -month=202609"
			move 8 to return-code
			goback
		else
			move function trim(apr-switch-value(sw-idx)) to score-month
		end-if
	end-if
end-perform.
if score-mm < 1 or score-mm > 12
	display "usage: -month requires a month, e.g. -month=202609"
	move 8 to return-code
	goback
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "feedscore" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move spaces to alr-key-param.
string "vendor feed scorecard " delimited by size
	score-month delimited by size
	into alr-key-param
end-string.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

open input history-file.
if history-file-status not = '00'
	display "feedscore: FEEDHIST.DAT not found, run wordfeed first"
	move 8 to return-code
else
	perform gather-feed-history
	close history-file
	perform accumulate-vendors
	open output score-report
	perform write-report-heading
	if vendor-count = 0
		move "  NO VENDOR FEEDS ON FILE FOR THE MONTH" to report-line
		write report-line
		display function trim(report-line)
		move 4 to return-code
	else
		move "RANKED BY REJECT RATE, HIGHEST FIRST" to ranking-title
		perform write-ranking-heading
		sort vendor-sort-file
			descending key srt-reject-rate
			ascending key srt-source-tag
			input procedure is release-vendor-entries
			output procedure is write-ranked-vendors
		move "RANKED BY NEW-WORD YIELD, HIGHEST FIRST" to ranking-title
		perform write-ranking-heading
		sort vendor-sort-file
			descending key srt-new-yield
			ascending key srt-source-tag
			input procedure is release-vendor-entries
			output procedure is write-ranked-vendors
	end-if
	perform write-report-totals
	close score-report
	display "feedscore: report written to FEEDSCORE.RPT"
end-if.

move records-read to alr-records-read.
move vendor-count to alr-records-written.
move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move return-code to alr-completion-code.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

gather-feed-history.
perform until history-end = 'Y'
	read history-file into feed-history-record
	at end
		move 'Y' to history-end
	not at end
		add 1 to records-read
		move fhr-feed-date(1:6) to feed-month
		if feed-month = score-month
			perform keep-latest-feed
		end-if
end-perform.

keep-latest-feed.
move 'N' to feed-found.
perform varying feed-idx from 1 by 1
	until feed-idx > feed-count or feed-found = 'Y'
	if fee-source-tag(feed-idx) = fhr-source-tag
		and fee-feed-date(feed-idx) = fhr-feed-date
		move 'Y' to feed-found
	end-if
end-perform.
if feed-found = 'Y'
	subtract 1 from feed-idx
else
	if feed-count < 3000
		add 1 to feed-count
		move feed-count to feed-idx
		move 'Y' to feed-found
	else
		add 1 to feeds-dropped
	end-if
end-if.
if feed-found = 'Y'
	move fhr-source-tag to fee-source-tag(feed-idx)
	move fhr-feed-date to fee-feed-date(feed-idx)
	move fhr-balance-result to fee-balanced(feed-idx)
	move fhr-records-received to fee-received(feed-idx)
	if fhr-balanced
		compute fee-rejected(feed-idx) = fhr-blank-rejects
			+ fhr-oversized-rejects + fhr-duplicate-rejects
	else
		move fhr-records-received to fee-rejected(feed-idx)
	end-if
	move fhr-words-accepted to fee-accepted(feed-idx)
	move fhr-words-new to fee-words-new(feed-idx)
	move fhr-isograms to fee-isograms(feed-idx)
end-if.

accumulate-vendors.
perform varying feed-idx from 1 by 1 until feed-idx > feed-count
	move 'N' to vendor-found
	perform varying vendor-idx from 1 by 1
		until vendor-idx > vendor-count or vendor-found = 'Y'
		if vde-source-tag(vendor-idx) = fee-source-tag(feed-idx)
			move 'Y' to vendor-found
		end-if
	end-perform
	if vendor-found = 'Y'
		subtract 1 from vendor-idx
	else
		if vendor-count < 200
			add 1 to vendor-count
			move vendor-count to vendor-idx
			move fee-source-tag(feed-idx) to vde-source-tag(vendor-idx)
			move 0 to vde-feeds(vendor-idx)
			move 0 to vde-unbalanced(vendor-idx)
			move 0 to vde-received(vendor-idx)
			move 0 to vde-rejected(vendor-idx)
			move 0 to vde-accepted(vendor-idx)
			move 0 to vde-words-new(vendor-idx)
			move 0 to vde-isograms(vendor-idx)
			move 'Y' to vendor-found
		else
			add 1 to vendors-dropped
		end-if
	end-if
	if vendor-found = 'Y'
		add 1 to vde-feeds(vendor-idx)
		if fee-balanced(feed-idx) not = 'B'
			add 1 to vde-unbalanced(vendor-idx)
		end-if
		add fee-received(feed-idx) to vde-received(vendor-idx)
		add fee-rejected(feed-idx) to vde-rejected(vendor-idx)
		add fee-accepted(feed-idx) to vde-accepted(vendor-idx)
		add fee-words-new(feed-idx) to vde-words-new(vendor-idx)
		add fee-isograms(feed-idx) to vde-isograms(vendor-idx)
		add fee-received(feed-idx) to total-received
		add fee-rejected(feed-idx) to total-rejected
		add fee-words-new(feed-idx) to total-words-new
	end-if
end-perform.

release-vendor-entries.
perform varying vendor-idx from 1 by 1 until vendor-idx > vendor-count
	move vde-source-tag(vendor-idx) to srt-source-tag
	move vde-feeds(vendor-idx) to srt-feeds
	move vde-unbalanced(vendor-idx) to srt-unbalanced
	move vde-received(vendor-idx) to srt-received
	move vde-rejected(vendor-idx) to srt-rejected
	move vde-words-new(vendor-idx) to srt-words-new
	move vde-isograms(vendor-idx) to srt-isograms
	move 0 to srt-reject-rate
	move 0 to srt-new-yield
	move 0 to srt-isogram-rate
	if vde-received(vendor-idx) > 0
		compute srt-reject-rate rounded =
			(vde-rejected(vendor-idx) * 100) / vde-received(vendor-idx)
		compute srt-new-yield rounded =
			(vde-words-new(vendor-idx) * 100) / vde-received(vendor-idx)
	end-if
	if vde-accepted(vendor-idx) > 0
		compute srt-isogram-rate rounded =
			(vde-isograms(vendor-idx) * 100) / vde-accepted(vendor-idx)
	end-if
	release vendor-sort-record
end-perform.

write-ranked-vendors.
move 0 to rank-number.
move 'N' to sort-end.
perform until sort-end = 'Y'
	return vendor-sort-file into vendor-sort-record
	at end
		move 'Y' to sort-end
	not at end
		perform write-one-vendor
end-perform.

write-one-vendor.
add 1 to rank-number.
move rank-number to rank-edit.
move spaces to report-line.
move rank-edit to report-line(3:3).
move srt-source-tag to report-line(8:10).
move srt-feeds to feeds-edit.
move feeds-edit to report-line(20:5).
move srt-unbalanced to feeds-edit.
move feeds-edit to report-line(28:5).
move srt-received to count-edit.
move count-edit to report-line(36:9).
move srt-rejected to count-edit.
move count-edit to report-line(48:9).
move srt-reject-rate to rate-edit.
move rate-edit to report-line(61:5).
move srt-words-new to count-edit.
move count-edit to report-line(69:9).
move srt-new-yield to rate-edit.
move rate-edit to report-line(82:5).
move srt-isograms to count-edit.
move count-edit to report-line(90:9).
move srt-isogram-rate to rate-edit.
move rate-edit to report-line(103:5).
write report-line.
display function trim(report-line).

write-report-heading.
move spaces to report-line.
string "VENDOR WORD-FEED QUALITY SCORECARD   MONTH: " delimited by size
	score-yyyy delimited by size
	"-" delimited by size
	score-mm delimited by size
	"   RUN ID: " delimited by size
	rid-run-id delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
move "REJECTED COUNTS BLANK, OVERSIZED AND DUPLICATE WORDS, PLUS EVERY RECORD OF A FEED THAT FAILED HEADER/TRAILER BALANCING"
	to report-line.
write report-line.
move "NEW = WORDS NOT IN WORDMASTER.IDX AT INTAKE; PCT COLUMNS ARE OF RECORDS RECEIVED, ISO PCT IS OF WORDS ACCEPTED"
	to report-line.
write report-line.

write-ranking-heading.
move spaces to report-line.
write report-line.
move ranking-title to report-line.
write report-line.
display function trim(report-line).
move spaces to report-line.
move "RANK" to report-line(2:4).
move "SOURCE" to report-line(8:6).
move "FEEDS" to report-line(20:5).
move "UNBAL" to report-line(28:5).
move "RECEIVED" to report-line(37:8).
move "REJECTED" to report-line(49:8).
move "REJ PCT" to report-line(59:7).
move "NEW WORDS" to report-line(69:9).
move "NEW PCT" to report-line(80:7).
move "ISOGRAMS" to report-line(91:8).
move "ISO PCT" to report-line(101:7).
write report-line.

write-report-totals.
move spaces to report-line.
write report-line.
move 0 to overall-rate.
if total-received > 0
	compute overall-rate rounded = (total-rejected * 100) / total-received
end-if.
move total-received to count-edit.
move total-rejected to count-edit-2.
move total-words-new to count-edit-3.
move overall-rate to rate-edit.
move spaces to report-line.
string "ALL VENDORS: RECORDS RECEIVED " delimited by size
	function trim(count-edit) delimited by size
	"   REJECTED " delimited by size
	function trim(count-edit-2) delimited by size
	" (" delimited by size
	function trim(rate-edit) delimited by size
	" PCT)   NEW WORDS " delimited by size
	function trim(count-edit-3) delimited by size
	into report-line
end-string.
write report-line.
display function trim(report-line).
if feeds-dropped > 0 or vendors-dropped > 0
	move "  TABLE LIMIT REACHED - SOME FEEDS ARE NOT INCLUDED ABOVE"
		to report-line
	write report-line
	display function trim(report-line)
end-if.
