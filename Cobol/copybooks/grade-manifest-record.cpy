01	grade-manifest-record.
	05	gmr-worksheet-name	pic	x(60).
	05	gmr-student-id		pic	x(10).
	05	gmr-sheet-id		pic	x(12).
