	select control-file assign to "CONTROL.DAT"
	organization is line sequential
	file status is control-file-status.
	select extract-log-file assign to "EXTLOG.DAT"
	organization is line sequential
	file status is extract-log-status.

data division.
file section.
fd	class-file.
copy "word-class-record.cpy".
fd	control-file.
01	control-file-record	pic	x(412).
fd	extract-log-file.
01	extract-log-output	pic	x(145).

working-storage section.
01	extract-file-status	pic	xx.
01	stats-file-status	pic	xx.
01	class-file-status	pic	xx.
01	control-file-status	pic	xx.
01	extract-log-status	pic	xx.
01	extract-end	pic	a	value 'N'.
01	mult-end	pic	a	value 'N'.
01	stats-end	pic	a	value 'N'.
01	verify-ok	pic	a	value 'Y'.
01	count-edit	pic	zzzzzzz9.
01	total-edit	pic	zzzzzzzzzzz9.
01	due-seconds	pic	9(12).
01	due-day-number	pic	9(08).
01	due-day-seconds	pic	9(05).
01	work-time.
	05	work-time-hh	pic	9(02).
	05	work-time-mm	pic	9(02).
	05	work-time-ss	pic	9(02).
	05	work-time-cc	pic	9(02).
01	hours-edit	pic	zz9.
01	log-failed	pic	a	value 'N'.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "control-record.cpy".
copy "run-id-record.cpy".
copy "generation-keep-record.cpy".
copy "isogram-stats-record.cpy".
copy "business-date-request-record.cpy".
copy "extract-log-record.cpy".
copy "lock-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to suite-date.
perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-verify"
		move 'Y' to verify-mode
end-perform.

move 0 to ctl-generations-keep.
move 24 to ctl-extract-ack-hours.
open input control-file.
if control-file-status = '00'
	read control-file into control-record
if ctl-generations-keep not numeric
	move 0 to ctl-generations-keep
end-if.
if ctl-extract-ack-hours not numeric or ctl-extract-ack-hours = 0
	move 24 to ctl-extract-ack-hours
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.
	perform verify-extract-file
else
	perform build-extract-file
	if log-failed = 'Y' and return-code < 4
		move 4 to return-code
	end-if
end-if.

move 'E' to alr-event-type.
move detail-count to count-edit.
display "extract: " function trim(count-edit)
	" detail records written to EXTRACT.DAT for suite date " suite-date.
perform log-extract-sent.
move ctl-generations-keep to gkr-keep-count.
move "EXTRACT.DAT" to gkr-base-name.
move rid-run-id to gkr-run-id.
call "genkeep" using generation-keep-record.

log-extract-sent.
move suite-date to exl-suite-date.
move rid-run-id to exl-run-id.
move detail-count to exl-detail-count.
move count-total to exl-count-total.
move hash-total to exl-hash-total.
accept exl-sent-date from date yyyymmdd.
accept exl-sent-time from time.
move exl-sent-time to work-time.
compute due-seconds = function integer-of-date(exl-sent-date) * 86400
	+ work-time-hh * 3600 + work-time-mm * 60 + work-time-ss
	+ ctl-extract-ack-hours * 3600.
divide due-seconds by 86400 giving due-day-number remainder due-day-seconds.
compute exl-due-date = function date-of-integer(due-day-number).
divide due-day-seconds by 3600 giving work-time-hh remainder due-day-seconds.
divide due-day-seconds by 60 giving work-time-mm remainder work-time-ss.
move 0 to work-time-cc.
move work-time to exl-due-time.
move 'S' to exl-status.
move 0 to exl-ack-date.
move 0 to exl-ack-time.
move 0 to exl-ack-detail-count.
move 0 to exl-ack-hash-total.
move spaces to exl-checked-run-id.
move 'A' to lrr-action.
move "EXTLOG" to lrr-lock-name.
move "extract" to lrr-program-name.
move rid-run-id to lrr-run-id.
call "lockmgr" using lock-request-record.
if lrr-denied
	display "extract: lock EXTLOG is held by "
		function trim(lrr-holder-program)
		" (run " lrr-holder-run-id "), extract not logged in EXTLOG.DAT"
	move spaces to oar-alert-text
	string "extract for " delimited by size
		suite-date delimited by size
		" not logged in EXTLOG.DAT - lock EXTLOG held by " delimited by size
		function trim(lrr-holder-program) delimited by size
		into oar-alert-text
	end-string
	perform raise-log-alert
else
	open extend extract-log-file
	if extract-log-status = '35'
		open output extract-log-file
	end-if
	if extract-log-status = '00'
		write extract-log-output from extract-log-record
		close extract-log-file
		move ctl-extract-ack-hours to hours-edit
		display "extract: logged in EXTLOG.DAT, acknowledgement due within "
			function trim(hours-edit) " hours (by " exl-due-date " "
			work-time-hh ":" work-time-mm ")"
	else
		display "extract: EXTLOG.DAT could not be opened, status "
			extract-log-status ", extract not logged"
		move spaces to oar-alert-text
		string "extract for " delimited by size
			suite-date delimited by size
			" not logged - EXTLOG.DAT could not be opened, status "
			delimited by size
			extract-log-status delimited by size
			into oar-alert-text
		end-string
		perform raise-log-alert
	end-if
	move 'R' to lrr-action
	move "EXTLOG" to lrr-lock-name
	move "extract" to lrr-program-name
	move rid-run-id to lrr-run-id
	call "lockmgr" using lock-request-record
end-if.

raise-log-alert.
move 'Y' to log-failed.
move 'E' to oar-severity.
move "EXT0002" to oar-alert-code.
move "extract" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.

write-one-detail.
move 'D' to exd-record-type.
write extract-detail-record.
