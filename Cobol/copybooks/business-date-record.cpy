01	business-date-record.
	05	bdr-business-date	pic	9(08).
	05	bdr-previous-date	pic	9(08).
	05	bdr-updated-date	pic	9(08).
	05	bdr-updated-time	pic	9(08).
	05	bdr-run-id		pic	x(16).
