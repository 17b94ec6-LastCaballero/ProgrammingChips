01	drill-result-record.
	05	drs-student-id		pic	x(10).
	05	drs-session-date	pic	9(08).
	05	drs-session-time	pic	9(08).
	05	drs-operation		pic	x(01).
	05	drs-problems-asked	pic	9(03).
	05	drs-correct-count	pic	9(03).
	05	drs-wrong-count		pic	9(03).
	05	drs-elapsed-seconds	pic	9(06).
	05	drs-run-id		pic	x(16).
