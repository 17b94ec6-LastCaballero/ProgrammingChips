01	security-log-record.
	05	slr-log-date		pic	9(08).
	05	slr-log-time		pic	9(08).
	05	slr-program-name	pic	x(20).
	05	slr-run-id		pic	x(16).
	05	slr-operator-id		pic	x(03).
	05	slr-event		pic	x(01).
		88	slr-event-signon	value 'S'.
		88	slr-event-function	value 'F'.
	05	slr-function		pic	x(20).
	05	slr-result		pic	x(01).
		88	slr-granted		value 'G'.
		88	slr-denied		value 'D'.
	05	slr-reason		pic	x(40).
