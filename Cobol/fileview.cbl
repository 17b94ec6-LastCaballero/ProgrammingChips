identification division.
program-id.	fileview.

environment division.
input-output section.
file-control.
	select view-file assign to dynamic view-file-name
	organization is line sequential
	file status is view-file-status.
	select capture-file assign to dynamic capture-file-name
	organization is line sequential
	file status is capture-file-status.

data division.
file section.
fd	view-file.
01	view-record	pic	x(500).
fd	capture-file.
01	capture-record	pic	x(200).

working-storage section.
01	view-file-name	pic	x(200)	value spaces.
01	view-file-status	pic	xx.
01	upper-file-name	pic	x(200).
01	capture-file-name	pic	x(200).
01	capture-file-status	pic	xx.
01	capture-mode	pic	a	value 'N'.
	88	capture-mode-on	value 'Y'.
01	table-mode	pic	a	value 'N'.
	88	table-mode-on	value 'Y'.
01	file-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	name-tally	pic	9(03).
01	layout-name	pic	x(10)	value spaces.
01	layout-title	pic	x(40).
01	layout-file	pic	x(20).
01	field-count	pic	9(02)	value 0.
01	field-table.
	05	field-entry	occurs 30 times.
		10	fld-name	pic	x(24).
		10	fld-start	pic	9(03).
		10	fld-length	pic	9(03).
		10	fld-decode	pic	x(02).
		10	fld-width	pic	9(02).
		10	fld-heading	pic	x(10).
01	field-spec.
	05	fsp-name	pic	x(24).
	05	fsp-start	pic	9(03).
	05	fsp-length	pic	9(03).
	05	fsp-decode	pic	x(02).
	05	fsp-width	pic	9(02).
	05	fsp-heading	pic	x(10).
01	fld-idx	pic	9(02).
01	field-value	pic	x(200).
01	field-meaning	pic	x(40).
01	weekday-names	pic	x(21)	value "MONTUEWEDTHUFRISATSUN".
01	weekday-idx	pic	9(01).
01	meaning-ptr	pic	9(03).
01	where-count	pic	9(01)	value 0.
01	where-table.
	05	where-entry	occurs 5 times.
		10	whr-field-name	pic	x(30).
		10	whr-field-idx	pic	9(02).
		10	whr-value	pic	x(100).
01	where-idx	pic	9(01).
01	record-matches	pic	a.
01	from-record	pic	9(08)	value 0.
01	to-record	pic	9(08)	value 0.
01	record-number	pic	9(08)	value 0.
01	records-shown	pic	9(08)	value 0.
01	record-number-edit	pic	zzzzzzz9.
01	count-edit	pic	zzzzzzz9.
01	display-line	pic	x(200).
01	line-pos	pic	9(03).
01	usage-error	pic	a	value 'N'.
copy "arg-parse-record.cpy".
copy "audit-log-record.cpy".
copy "run-id-record.cpy".
copy "operator-alert-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	evaluate function trim(apr-switch-name(sw-idx))
		when "-layout"
			move function upper-case(function trim(apr-switch-value(sw-idx)))
				to layout-name
		when "-table"
			move 'Y' to table-mode
		when "-where"
			if where-count >= 5
				display "fileview: no more than 5 -where selections may be given"
				move 'Y' to usage-error
			else
				add 1 to where-count
				move spaces to whr-field-name(where-count)
				move spaces to whr-value(where-count)
				unstring apr-switch-value(sw-idx) delimited by "="
					into whr-field-name(where-count)
						whr-value(where-count)
				end-unstring
				move function lower-case(whr-field-name(where-count))
					to whr-field-name(where-count)
				if whr-field-name(where-count) = spaces
					move 'Y' to usage-error
				end-if
			end-if
		when "-from"
			if function trim(apr-switch-value(sw-idx)) numeric
				move function trim(apr-switch-value(sw-idx)) to from-record
			else
				move 'Y' to usage-error
			end-if
		when "-to"
			if function trim(apr-switch-value(sw-idx)) numeric
				move function trim(apr-switch-value(sw-idx)) to to-record
			else
				move 'Y' to usage-error
			end-if
		when "-o"
			if apr-switch-value(sw-idx) = spaces
				move 'Y' to usage-error
			else
				move 'Y' to capture-mode
				move apr-switch-value(sw-idx) to capture-file-name
			end-if
		when other
			move 'Y' to usage-error
	end-evaluate
end-perform.

if apr-positional-count > 0
	move apr-positional-value(1) to view-file-name
end-if.

if layout-name = spaces and view-file-name not = spaces
	perform infer-layout
end-if.

if usage-error = 'N'
	evaluate layout-name
		when "AUDIT"
			move "AUDIT LOG" to layout-title
			move "AUDITLOG.DAT" to layout-file
			perform load-audit-layout
		when "ALERT"
			move "OPERATOR ALERT" to layout-title
			move "OPERALRT.DAT" to layout-file
			perform load-alert-layout
		when "STATS"
			move "ISOGRAM STATISTICS" to layout-title
			move "ISOSTATS.DAT" to layout-file
			perform load-stats-layout
		when "STEPS"
			move "NIGHTLY STEP DEFINITION" to layout-title
			move "NIGHTLY.STP" to layout-file
			perform load-step-layout
		when "GRADES"
			move "GRADE HISTORY" to layout-title
			move "GRADHIST.DAT" to layout-file
			perform load-grade-layout
		when "SECLOG"
			move "OPERATOR SECURITY LOG" to layout-title
			move "SECLOG.DAT" to layout-file
			perform load-seclog-layout
		when "CTLHIST"
			move "CONTROL CHANGE HISTORY" to layout-title
			move "CTLHIST.DAT" to layout-file
			perform load-ctlhist-layout
		when "FEEDHIST"
			move "WORD FEED HISTORY" to layout-title
			move "FEEDHIST.DAT" to layout-file
			perform load-feedhist-layout
		when spaces
			display "fileview: cannot tell the record layout of "
				function trim(view-file-name) ", give -layout="
			move 'Y' to usage-error
		when other
			display "fileview: unknown layout " function trim(layout-name)
			move 'Y' to usage-error
	end-evaluate
end-if.

if usage-error = 'N'
	perform varying where-idx from 1 by 1 until where-idx > where-count
		move 0 to whr-field-idx(where-idx)
		perform varying fld-idx from 1 by 1 until fld-idx > field-count
			if fld-name(fld-idx) = whr-field-name(where-idx)
				move fld-idx to whr-field-idx(where-idx)
			end-if
		end-perform
		if whr-field-idx(where-idx) = 0
			display "fileview: " function trim(whr-field-name(where-idx))
				" is not a field of the " function trim(layout-title)
				" record"
			move 'Y' to usage-error
		end-if
	end-perform
end-if.

if usage-error = 'N' and to-record > 0 and from-record > to-record
	display "fileview: -from is later than -to, no records would be shown"
	move 'Y' to usage-error
end-if.

if usage-error = 'Y'
	display "usage: fileview [file] [-layout=AUDIT|ALERT|STATS|STEPS|GRADES"
		"|SECLOG|CTLHIST|FEEDHIST]"
	display "       [-table] [-where=field=value] [-from=n] [-to=n] [-o=file]"
	move 8 to return-code
	goback
end-if.

if view-file-name = spaces
	move layout-file to view-file-name
end-if.

move 'G' to rid-action.
call "runid" using run-id-record.

move "fileview" to alr-program-name.
move 'S' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move view-file-name to alr-key-param.
move 0 to alr-completion-code.
move rid-run-id to alr-run-id.
move 0 to alr-records-read.
move 0 to alr-records-written.
call "auditlog" using audit-log-record.

open input view-file.
if view-file-status not = '00'
	display "file not found: " function trim(view-file-name)
	move 'E' to oar-severity
	move "FVW0001" to oar-alert-code
	move spaces to oar-alert-text
	string "file not found: " delimited by size
		function trim(view-file-name) delimited by size
		into oar-alert-text
	end-string
	perform raise-alert
	move 8 to alr-completion-code
else
	if capture-mode-on
		open output capture-file
		if capture-file-status not = '00'
			display "cannot open capture file: " function trim(capture-file-name)
			move 'N' to capture-mode
		end-if
	end-if
	move spaces to display-line
	string function trim(layout-title) delimited by size
		" RECORDS IN " delimited by size
		function trim(view-file-name) delimited by size
		into display-line
	end-string
	perform emit-line
	if table-mode-on
		perform write-table-heading
	end-if
	perform until file-end = 'Y'
		read view-file
		at end
			move 'Y' to file-end
		not at end
			add 1 to record-number
			if record-number >= from-record
				and (to-record = 0 or record-number <= to-record)
				perform check-where
				if record-matches = 'Y'
					add 1 to records-shown
					if table-mode-on
						perform write-table-line
					else
						perform write-labelled-record
					end-if
				end-if
			end-if
	end-perform
	close view-file
	move records-shown to count-edit
	move record-number to record-number-edit
	move spaces to display-line
	string function trim(count-edit) delimited by size
		" of " delimited by size
		function trim(record-number-edit) delimited by size
		" records shown" delimited by size
		into display-line
	end-string
	perform emit-line
	if capture-mode-on
		close capture-file
	end-if
	if records-shown = 0
		move 4 to alr-completion-code
	end-if
end-if.

move 'E' to alr-event-type.
accept alr-run-date from date yyyymmdd.
accept alr-run-time from time.
move record-number to alr-records-read.
move records-shown to alr-records-written.
call "auditlog" using audit-log-record.
move alr-completion-code to return-code.

goback.

infer-layout.
move function upper-case(view-file-name) to upper-file-name.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "AUDITLOG".
if name-tally > 0
	move "AUDIT" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "OPERALRT".
if name-tally > 0
	move "ALERT" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "ISOSTATS".
if name-tally > 0
	move "STATS" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "NIGHTLY.STP".
if name-tally > 0
	move "STEPS" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "GRADHIST".
if name-tally > 0
	move "GRADES" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "SECLOG".
if name-tally > 0
	move "SECLOG" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "CTLHIST".
if name-tally > 0
	move "CTLHIST" to layout-name
end-if.
move 0 to name-tally.
inspect upper-file-name tallying name-tally for all "FEEDHIST".
if name-tally > 0
	move "FEEDHIST" to layout-name
end-if.

add-field.
if field-count < 30
	add 1 to field-count
	move fsp-name to fld-name(field-count)
	move fsp-start to fld-start(field-count)
	move fsp-length to fld-length(field-count)
	move fsp-decode to fld-decode(field-count)
	move fsp-width to fld-width(field-count)
	move fsp-heading to fld-heading(field-count)
end-if.

check-where.
move 'Y' to record-matches.
perform varying where-idx from 1 by 1 until where-idx > where-count
	move whr-field-idx(where-idx) to fld-idx
	move spaces to field-value
	move view-record(fld-start(fld-idx):fld-length(fld-idx)) to field-value
	if function upper-case(field-value) not =
		function upper-case(whr-value(where-idx))
		move 'N' to record-matches
	end-if
end-perform.

write-labelled-record.
move record-number to record-number-edit.
move spaces to display-line.
string "RECORD " delimited by size
	function trim(record-number-edit) delimited by size
	into display-line
end-string.
perform emit-line.
perform varying fld-idx from 1 by 1 until fld-idx > field-count
	move spaces to field-value
	move view-record(fld-start(fld-idx):fld-length(fld-idx)) to field-value
	perform decode-field
	move spaces to display-line
	move fld-name(fld-idx) to display-line(3:24)
	move 29 to line-pos
	string field-value(1:fld-length(fld-idx)) delimited by size
		into display-line with pointer line-pos
	end-string
	if field-meaning not = spaces
		move 29 to line-pos
		string function trim(field-value) delimited by size
			"  (" delimited by size
			function trim(field-meaning) delimited by size
			")" delimited by size
			into display-line with pointer line-pos
		end-string
	end-if
	perform emit-line
end-perform.
move spaces to display-line.
perform emit-line.

write-table-heading.
move spaces to display-line.
move "  RECORD" to display-line(1:8).
move 10 to line-pos.
perform varying fld-idx from 1 by 1 until fld-idx > field-count
	if fld-width(fld-idx) > 0
		move fld-heading(fld-idx) to display-line(line-pos:fld-width(fld-idx))
		compute line-pos = line-pos + fld-width(fld-idx) + 1
	end-if
end-perform.
perform emit-line.

write-table-line.
move record-number to record-number-edit.
move spaces to display-line.
move record-number-edit to display-line(1:8).
move 10 to line-pos.
perform varying fld-idx from 1 by 1 until fld-idx > field-count
	if fld-width(fld-idx) > 0
		move spaces to field-value
		move view-record(fld-start(fld-idx):fld-length(fld-idx)) to field-value
		move field-value to display-line(line-pos:fld-width(fld-idx))
		compute line-pos = line-pos + fld-width(fld-idx) + 1
	end-if
end-perform.
perform emit-line.

decode-field.
move spaces to field-meaning.
evaluate fld-decode(fld-idx)
	when "EV"
		evaluate field-value(1:1)
			when 'S'
				move "start of run" to field-meaning
			when 'E'
				move "end of run" to field-meaning
		end-evaluate
	when "SV"
		evaluate field-value(1:1)
			when 'I'
				move "information" to field-meaning
			when 'W'
				move "warning" to field-meaning
			when 'E'
				move "error" to field-meaning
			when 'C'
				move "critical" to field-meaning
		end-evaluate
	when "AS"
		evaluate field-value(1:1)
			when 'O'
				move "open" to field-meaning
			when 'A'
				move "acknowledged" to field-meaning
			when 'C'
				move "closed" to field-meaning
		end-evaluate
	when "EL"
		evaluate field-value(1:1)
			when '0'
				move "not escalated" to field-meaning
			when '1'
				move "primary on-call paged" to field-meaning
			when '2'
				move "backup on-call paged" to field-meaning
		end-evaluate
	when "YN"
		evaluate function upper-case(field-value(1:1))
			when 'Y'
				move "yes" to field-meaning
			when 'N'
				move "no" to field-meaning
		end-evaluate
	when "FQ"
		evaluate function upper-case(field-value(1:1))
			when 'D'
			when space
				move "daily" to field-meaning
			when 'W'
				move "weekly" to field-meaning
			when 'M'
				move "monthly" to field-meaning
		end-evaluate
	when "WD"
		move 1 to meaning-ptr
		perform varying weekday-idx from 1 by 1 until weekday-idx > 7
			if function upper-case(field-value(weekday-idx:1)) = 'Y'
				string weekday-names(weekday-idx * 3 - 2:3) delimited by size
					" " delimited by size
					into field-meaning with pointer meaning-ptr
				end-string
			end-if
		end-perform
	when "OP"
		evaluate field-value(1:1)
			when 'A'
				move "addition" to field-meaning
			when 'S'
				move "subtraction" to field-meaning
			when 'M'
				move "multiplication" to field-meaning
			when 'D'
				move "division" to field-meaning
		end-evaluate
	when "SE"
		evaluate field-value(1:1)
			when 'S'
				move "sign-on" to field-meaning
			when 'F'
				move "function check" to field-meaning
		end-evaluate
	when "GD"
		evaluate field-value(1:1)
			when 'G'
				move "granted" to field-meaning
			when 'D'
				move "refused" to field-meaning
		end-evaluate
	when "BR"
		evaluate field-value(1:1)
			when 'B'
				move "balanced" to field-meaning
			when 'U'
				move "out of balance" to field-meaning
		end-evaluate
	when "DT"
		if field-value(1:8) numeric and field-value(1:8) not = "00000000"
			string field-value(1:4) delimited by size
				"-" delimited by size
				field-value(5:2) delimited by size
				"-" delimited by size
				field-value(7:2) delimited by size
				into field-meaning
			end-string
		end-if
	when "TM"
		if field-value(1:8) numeric
			string field-value(1:2) delimited by size
				":" delimited by size
				field-value(3:2) delimited by size
				":" delimited by size
				field-value(5:2) delimited by size
				into field-meaning
			end-string
		end-if
end-evaluate.

emit-line.
display function trim(display-line trailing).
if capture-mode-on
	move display-line to capture-record
	write capture-record
end-if.

raise-alert.
move "fileview" to oar-program-name.
move rid-run-id to oar-run-id.
call "alertlog" using operator-alert-record.

load-audit-layout.
move "alr-program-name        001020  12PROGRAM   " to field-spec.
perform add-field.
move "alr-event-type          021001EV05EVENT     " to field-spec.
perform add-field.
move "alr-run-date            022008DT08DATE      " to field-spec.
perform add-field.
move "alr-run-time            030008TM08TIME      " to field-spec.
perform add-field.
move "alr-key-param           038060  30KEY PARAM " to field-spec.
perform add-field.
move "alr-completion-code     098003  04RC        " to field-spec.
perform add-field.
move "alr-run-id              101016  16RUN ID    " to field-spec.
perform add-field.
move "alr-records-read        117008  08READ      " to field-spec.
perform add-field.
move "alr-records-written     125008  08WRITTEN   " to field-spec.
perform add-field.
move "alr-business-date       133008DT08BUS DATE  " to field-spec.
perform add-field.
move "alr-sequence-number     141010  10SEQUENCE  " to field-spec.
perform add-field.
move "alr-chain-value         151010  00CHAIN     " to field-spec.
perform add-field.

load-alert-layout.
move "oar-program-name        001020  12PROGRAM   " to field-spec.
perform add-field.
move "oar-severity            021001SV03SEV       " to field-spec.
perform add-field.
move "oar-alert-code          022008  08CODE      " to field-spec.
perform add-field.
move "oar-alert-text          030120  48ALERT TEXT" to field-spec.
perform add-field.
move "oar-alert-date          150008DT08DATE      " to field-spec.
perform add-field.
move "oar-alert-time          158008TM08TIME      " to field-spec.
perform add-field.
move "oar-run-id              166016  16RUN ID    " to field-spec.
perform add-field.
move "oar-status              182001AS03STA       " to field-spec.
perform add-field.
move "oar-action-initials     183003  03BY        " to field-spec.
perform add-field.
move "oar-action-date         186008DT00          " to field-spec.
perform add-field.
move "oar-action-time         194008TM00          " to field-spec.
perform add-field.
move "oar-disposition         202060  00          " to field-spec.
perform add-field.
move "oar-escalation-level    262001EL03ESC       " to field-spec.
perform add-field.
move "oar-primary-initials    263003  03PRI       " to field-spec.
perform add-field.
move "oar-primary-paged-date  266008DT00          " to field-spec.
perform add-field.
move "oar-primary-paged-time  274008TM00          " to field-spec.
perform add-field.
move "oar-backup-initials     282003  03BAK       " to field-spec.
perform add-field.
move "oar-backup-paged-date   285008DT00          " to field-spec.
perform add-field.
move "oar-backup-paged-time   293008TM00          " to field-spec.
perform add-field.

load-stats-layout.
move "isr-stat-date           001008DT08DATE      " to field-spec.
perform add-field.
move "isr-words-checked       009008  08CHECKED   " to field-spec.
perform add-field.
move "isr-isogram-count       017008  08ISOGRAMS  " to field-spec.
perform add-field.
move "isr-non-isogram-count   025008  08OTHERS    " to field-spec.
perform add-field.
move "isr-category-code       033002  03CAT       " to field-spec.
perform add-field.
move "isr-run-id              035016  16RUN ID    " to field-spec.
perform add-field.
move "isr-word-list           051060  40WORD LIST " to field-spec.
perform add-field.

load-step-layout.
move "stp-step-number         001002  04STEP      " to field-spec.
perform add-field.
move "stp-program-name        003020  12PROGRAM   " to field-spec.
perform add-field.
move "stp-enabled             023001YN03ENA       " to field-spec.
perform add-field.
move "stp-continue-on-fail    024001YN04CONT      " to field-spec.
perform add-field.
move "stp-frequency           025001FQ04FREQ      " to field-spec.
perform add-field.
move "stp-weekdays            026007WD07DAYS      " to field-spec.
perform add-field.
move "stp-month-day           033002  03DAY       " to field-spec.
perform add-field.
move "stp-parameter           035100  40PARAMETER " to field-spec.
perform add-field.
move "stp-prerequisite(1)     135002  03PRE1      " to field-spec.
perform add-field.
move "stp-prerequisite(2)     137002  03PRE2      " to field-spec.
perform add-field.
move "stp-prerequisite(3)     139002  03PRE3      " to field-spec.
perform add-field.
move "stp-prerequisite(4)     141002  03PRE4      " to field-spec.
perform add-field.
move "stp-prerequisite(5)     143002  03PRE5      " to field-spec.
perform add-field.

load-grade-layout.
move "ghr-student-id          001010  10STUDENT   " to field-spec.
perform add-field.
move "ghr-grade-date          011008DT08DATE      " to field-spec.
perform add-field.
move "ghr-grade-time          019008TM08TIME      " to field-spec.
perform add-field.
move "ghr-worksheet-name      027060  30WORKSHEET " to field-spec.
perform add-field.
move "ghr-problems-graded     087004  04PROB      " to field-spec.
perform add-field.
move "ghr-correct-count       091004  04RGHT      " to field-spec.
perform add-field.
move "ghr-wrong-count         095004  04WRNG      " to field-spec.
perform add-field.
move "ghr-blank-count         099004  04BLNK      " to field-spec.
perform add-field.
move "ghr-score-pct           103003  03PCT       " to field-spec.
perform add-field.
move "ghr-run-id              106016  16RUN ID    " to field-spec.
perform add-field.
move "ghr-operation           122001OP02OP        " to field-spec.
perform add-field.
move "ghr-sheet-id            123012  12SHEET     " to field-spec.
perform add-field.

load-seclog-layout.
move "slr-log-date            001008DT08DATE      " to field-spec.
perform add-field.
move "slr-log-time            009008TM08TIME      " to field-spec.
perform add-field.
move "slr-program-name        017020  12PROGRAM   " to field-spec.
perform add-field.
move "slr-run-id              037016  16RUN ID    " to field-spec.
perform add-field.
move "slr-operator-id         053003  03OPR       " to field-spec.
perform add-field.
move "slr-event               056001SE03EVT       " to field-spec.
perform add-field.
move "slr-function            057020  20FUNCTION  " to field-spec.
perform add-field.
move "slr-result              077001GD03RES       " to field-spec.
perform add-field.
move "slr-reason              078040  30REASON    " to field-spec.
perform add-field.

load-ctlhist-layout.
move "hst-applied-date        001008DT08APPLIED   " to field-spec.
perform add-field.
move "hst-applied-time        009008TM08TIME      " to field-spec.
perform add-field.
move "hst-requester           017003  03REQ       " to field-spec.
perform add-field.
move "hst-field-name          020030  20FIELD     " to field-spec.
perform add-field.
move "hst-old-value           050200  23OLD VALUE " to field-spec.
perform add-field.
move "hst-new-value           250200  23NEW VALUE " to field-spec.
perform add-field.
move "hst-approver            450003  03APR       " to field-spec.
perform add-field.
move "hst-request-date        453008DT00          " to field-spec.
perform add-field.
move "hst-request-time        461008TM00          " to field-spec.
perform add-field.
move "hst-effective-date      469008DT08EFFECTIV  " to field-spec.
perform add-field.
move "hst-pending-id          477016  16PENDING ID" to field-spec.
perform add-field.

load-feedhist-layout.
move "fhr-source-tag          001010  10SOURCE    " to field-spec.
perform add-field.
move "fhr-feed-date           011008DT08FEED      " to field-spec.
perform add-field.
move "fhr-intake-date         019008DT08INTAKE    " to field-spec.
perform add-field.
move "fhr-intake-time         027008TM00          " to field-spec.
perform add-field.
move "fhr-run-id              035016  16RUN ID    " to field-spec.
perform add-field.
move "fhr-feed-file-name      051060  00          " to field-spec.
perform add-field.
move "fhr-balance-result      111001BR03BAL       " to field-spec.
perform add-field.
move "fhr-balance-reason      112060  00          " to field-spec.
perform add-field.
move "fhr-records-received    172008  08RECEIVED  " to field-spec.
perform add-field.
move "fhr-header-count        180008  00          " to field-spec.
perform add-field.
move "fhr-trailer-count       188008  00          " to field-spec.
perform add-field.
move "fhr-blank-rejects       196008  00          " to field-spec.
perform add-field.
move "fhr-oversized-rejects   204008  00          " to field-spec.
perform add-field.
move "fhr-duplicate-rejects   212008  00          " to field-spec.
perform add-field.
move "fhr-words-accepted      220008  08ACCEPTED  " to field-spec.
perform add-field.
move "fhr-words-new           228008  08NEW       " to field-spec.
perform add-field.
move "fhr-words-known         236008  08KNOWN     " to field-spec.
perform add-field.
move "fhr-isograms            244008  08ISOGRAMS  " to field-spec.
perform add-field.
