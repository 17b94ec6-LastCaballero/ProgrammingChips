identification division.
program-id.	busdate.

environment division.
input-output section.
file-control.
	select business-date-file assign to "BUSDATE.DAT"
	organization is line sequential
	file status is business-date-status.

data division.
file section.
fd	business-date-file.
01	business-date-input	pic	x(48).

working-storage section.
01	business-date-status	pic	xx.
01	suite-date-value	pic	x(08).
01	previous-business-date	pic	9(08).
01	new-business-date	pic	9(08).
copy "business-date-record.cpy".

linkage section.
copy "business-date-request-record.cpy".

procedure division using business-date-request-record.
move 'O' to bdq-result.
evaluate true
	when bdq-action-get
		perform get-processing-date
	when bdq-action-load
		perform load-business-date
	when bdq-action-set
		move bdq-date to suite-date-value
		display "NIGHTLYDATE" upon environment-name
		display suite-date-value upon environment-value
		move 'S' to bdq-source
	when bdq-action-clear
		move spaces to suite-date-value
		display "NIGHTLYDATE" upon environment-name
		display suite-date-value upon environment-value
	when bdq-action-advance
		perform advance-business-date
	when other
		move 'F' to bdq-result
end-evaluate.
goback.

get-processing-date.
move spaces to suite-date-value.
display "NIGHTLYDATE" upon environment-name.
accept suite-date-value from environment-value
	on exception
		move spaces to suite-date-value
end-accept.
if suite-date-value numeric and suite-date-value not = "00000000"
	move suite-date-value to bdq-date
	move 'S' to bdq-source
else
	accept bdq-date from date yyyymmdd
	move 'C' to bdq-source
end-if.

load-business-date.
move 0 to bdq-date.
move 'F' to bdq-source.
move 'N' to bdq-result.
open input business-date-file.
if business-date-status = '00'
	read business-date-file into business-date-record
	at end
		continue
	not at end
		if bdr-business-date numeric and bdr-business-date > 0
			move bdr-business-date to bdq-date
			move 'O' to bdq-result
		end-if
	end-read
	close business-date-file
end-if.

advance-business-date.
move bdq-date to new-business-date.
perform load-business-date.
move 0 to previous-business-date.
if bdq-ok
	move bdr-business-date to previous-business-date
end-if.
if new-business-date < previous-business-date
	move previous-business-date to bdq-date
	move 'R' to bdq-result
else
	perform write-business-date
end-if.

write-business-date.
move spaces to business-date-record.
move new-business-date to bdr-business-date.
move new-business-date to bdq-date.
move previous-business-date to bdr-previous-date.
accept bdr-updated-date from date yyyymmdd.
accept bdr-updated-time from time.
move bdq-run-id to bdr-run-id.
open output business-date-file.
if business-date-status = '00'
	write business-date-input from business-date-record
	close business-date-file
	move 'O' to bdq-result
else
	move 'F' to bdq-result
end-if.
