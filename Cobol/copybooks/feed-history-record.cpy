01	feed-history-record.
	05	fhr-source-tag		pic	x(10).
	05	fhr-feed-date		pic	9(08).
	05	fhr-intake-date		pic	9(08).
	05	fhr-intake-time		pic	9(08).
	05	fhr-run-id		pic	x(16).
	05	fhr-feed-file-name	pic	x(60).
	05	fhr-balance-result	pic	x(01).
		88	fhr-balanced		value 'B'.
		88	fhr-out-of-balance	value 'U'.
	05	fhr-balance-reason	pic	x(60).
	05	fhr-records-received	pic	9(08).
	05	fhr-header-count	pic	9(08).
	05	fhr-trailer-count	pic	9(08).
	05	fhr-blank-rejects	pic	9(08).
	05	fhr-oversized-rejects	pic	9(08).
	05	fhr-duplicate-rejects	pic	9(08).
	05	fhr-words-accepted	pic	9(08).
	05	fhr-words-new		pic	9(08).
	05	fhr-words-known		pic	9(08).
	05	fhr-isograms		pic	9(08).
