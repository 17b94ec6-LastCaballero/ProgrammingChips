data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	count-file.
01	count-file-input	pic	x(310).
fd	balance-report.
01	count-end	pic	a	value 'N'.
01	sw-idx	pic	9(02).
01	suite-date	pic	9(08).
01	audit-business-date	pic	9(08).
01	count-file-name	pic	x(200).
01	file-record-count	pic	9(08).
01	file-found	pic	a.
copy "audit-log-record.cpy".
copy "operator-alert-record.cpy".
copy "run-id-record.cpy".
copy "business-date-request-record.cpy".

procedure division.
call "argparse" using arg-parse-record.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to suite-date.
perform varying sw-idx from 1 by 1 until sw-idx > apr-switch-count
	if function trim(apr-switch-name(sw-idx)) = "-date"
		if apr-switch-value(sw-idx) = spaces
		at end
			move 'Y' to audit-end
		not at end
			move alr-run-date to audit-business-date
			if alr-business-date numeric and alr-business-date > 0
				move alr-business-date to audit-business-date
			end-if
			if audit-business-date = suite-date and alr-event-end
				perform find-program-entry
				if pgm-overflow = 'N'
					move 'Y' to pte-end-seen(pgm-idx)
