01	page-out-record.
	05	pgo-page-date		pic	9(08).
	05	pgo-page-time		pic	9(08).
	05	pgo-initials		pic	x(03).
	05	pgo-contact		pic	x(40).
	05	pgo-role		pic	x(01).
	05	pgo-escalation-level	pic	9(01).
	05	pgo-shift-name		pic	x(10).
	05	pgo-alert-program	pic	x(20).
	05	pgo-alert-code		pic	x(08).
	05	pgo-severity		pic	x(01).
	05	pgo-alert-date		pic	9(08).
	05	pgo-alert-time		pic	9(08).
	05	pgo-alert-text		pic	x(120).
	05	pgo-run-id		pic	x(16).
