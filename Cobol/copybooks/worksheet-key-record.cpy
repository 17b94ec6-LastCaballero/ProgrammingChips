01	worksheet-key-record.
	05	wkr-key.
		10	wkr-sheet-id		pic	x(12).
		10	wkr-problem-number	pic	9(06).
	05	wkr-problem-detail.
		10	wkr-operation		pic	x(01).
		10	wkr-left-operand	pic	9(06).
		10	wkr-right-operand	pic	9(06).
		10	wkr-answer		pic	9(06).
		10	filler			pic	x(31).
	05	wkr-sheet-header	redefines wkr-problem-detail.
		10	wkh-student-id		pic	x(10).
		10	wkh-operation		pic	x(01).
		10	wkh-problem-count	pic	9(06).
		10	wkh-issue-date		pic	9(08).
		10	wkh-status		pic	x(01).
			88	wkh-issued		value 'I'.
			88	wkh-graded		value 'G'.
		10	wkh-graded-date		pic	9(08).
		10	wkh-graded-run-id	pic	x(16).
