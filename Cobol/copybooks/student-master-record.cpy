01	student-master-record.
	05	stm-student-id		pic	x(10).
	05	stm-student-name	pic	x(40).
	05	stm-class-group		pic	x(10).
	05	stm-teacher		pic	x(30).
	05	stm-status		pic	x(01).
		88	stm-active		value 'A'.
		88	stm-withdrawn		value 'W'.
	05	stm-enrolled-date	pic	9(08).
	05	stm-withdrawn-date	pic	9(08).
