01	answer-detail-record.
	05	adr-source		pic	x(01).
		88	adr-source-drill	value 'D'.
		88	adr-source-worksheet	value 'W'.
	05	adr-student-id		pic	x(10).
	05	adr-answer-date		pic	9(08).
	05	adr-answer-time		pic	9(08).
	05	adr-problem-number	pic	9(06).
	05	adr-operation		pic	x(01).
	05	adr-left-operand	pic	9(06).
	05	adr-right-operand	pic	9(06).
	05	adr-expected-answer	pic	9(06).
	05	adr-given-answer	pic	x(10).
	05	adr-result		pic	x(01).
		88	adr-result-right	value 'R'.
		88	adr-result-wrong	value 'W'.
		88	adr-result-blank	value 'B'.
	05	adr-response-seconds	pic	9(06).
	05	adr-run-id		pic	x(16).
	05	adr-sheet-id		pic	x(12).
