data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	alert-file.
01	alert-input-record	pic	x(300).
fd	stats-file.
01	stats-file-record	pic	x(110).
fd	master-file.
01	mult-data-status	pic	xx.
01	catalog-file-status	pic	xx.
01	step-file-status	pic	xx.
01	prereq-idx	pic	9(01).
01	probe-file-status	pic	xx.
01	probe-file-name	pic	x(220).
01	file-end	pic	a	value 'N'.
				move "enabled flag is not Y or N" to error-text
				perform flag-one-error
			end-if
			perform varying prereq-idx from 1 by 1 until prereq-idx > 5
				if stp-prerequisite(prereq-idx) not = spaces
					if stp-prerequisite(prereq-idx) not numeric
						move "prerequisite step number not numeric"
							to error-text
						perform flag-one-error
					else
						if stp-step-number numeric
							and stp-prerequisite(prereq-idx) >= stp-step-number
							move "prerequisite is not an earlier step"
								to error-text
							perform flag-one-error
						end-if
					end-if
				end-if
			end-perform
	end-perform
	close step-file
	perform judge-one-file
