	05	alr-run-id		pic	x(16).
	05	alr-records-read	pic	9(08).
	05	alr-records-written	pic	9(08).
	05	alr-business-date	pic	9(08).
	05	alr-sequence-number	pic	9(10).
	05	alr-chain-value		pic	9(10).
