data division.
file section.
fd	alert-file.
01	alert-input-record	pic	x(300).

working-storage section.
01	alert-file-status	pic	xx.
01	overflow-warned	pic	a	value 'N'.
01	alert-table.
	05	alert-entry	occurs 500 times.
		10	ale-record	pic	x(300).
01	alert-idx	pic	9(05).
01	shift-idx	pic	9(05).
01	severity-group	pic	x(01).
			end-string
		end-if
		display function trim(display-line)
		if oar-escalation-level numeric
			perform show-paging
		end-if
	end-if
end-perform.

show-paging.
evaluate true
	when oar-primary-uncovered
		move spaces to display-line
		string "      NO PRIMARY ON-CALL COVER AT " delimited by size
			oar-primary-paged-date delimited by size
			" " delimited by size
			oar-primary-paged-time delimited by size
			into display-line
		end-string
		display function trim(display-line)
	when oar-primary-initials not = spaces
		move spaces to display-line
		string "      PAGED PRIMARY ON-CALL " delimited by size
			oar-primary-initials delimited by size
			" AT " delimited by size
			oar-primary-paged-date delimited by size
			" " delimited by size
			oar-primary-paged-time delimited by size
			into display-line
		end-string
		display function trim(display-line)
end-evaluate.
evaluate true
	when oar-backup-uncovered
		move spaces to display-line
		string "      NO BACKUP ON-CALL COVER AT " delimited by size
			oar-backup-paged-date delimited by size
			" " delimited by size
			oar-backup-paged-time delimited by size
			into display-line
		end-string
		display function trim(display-line)
	when oar-backup-initials not = spaces
		move spaces to display-line
		string "      PAGED BACKUP ON-CALL " delimited by size
			oar-backup-initials delimited by size
			" AT " delimited by size
			oar-backup-paged-date delimited by size
			" " delimited by size
			oar-backup-paged-time delimited by size
			into display-line
		end-string
		display function trim(display-line)
end-evaluate.
