01	extract-ack-record.
	05	eak-suite-date		pic	9(08).
	05	eak-run-id		pic	x(16).
	05	eak-detail-count	pic	9(08).
	05	eak-hash-total		pic	9(14).
	05	eak-loaded-date		pic	9(08).
	05	eak-loaded-time		pic	9(08).
