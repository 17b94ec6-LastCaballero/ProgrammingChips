	05	stp-weekdays		pic	x(07).
	05	stp-month-day		pic	9(02).
	05	stp-parameter		pic	x(100).
	05	stp-prerequisite	pic	9(02)	occurs 5 times.
