01	student-check-record.
	05	sck-student-id		pic	x(10).
	05	sck-status		pic	x(01).
		88	sck-active		value 'A'.
		88	sck-withdrawn		value 'W'.
		88	sck-unknown		value 'U'.
		88	sck-no-master		value 'M'.
	05	sck-student-name	pic	x(40).
	05	sck-class-group		pic	x(10).
	05	sck-teacher		pic	x(30).
