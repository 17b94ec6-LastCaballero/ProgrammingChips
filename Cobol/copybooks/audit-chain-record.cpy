01	audit-chain-record.
	05	acr-file-name		pic	x(20).
	05	acr-record-count	pic	9(08).
	05	acr-first-sequence	pic	9(10).
	05	acr-last-sequence	pic	9(10).
	05	acr-last-chain		pic	9(10).
	05	acr-updated-date	pic	9(08).
	05	acr-updated-time	pic	9(08).
	05	acr-run-id		pic	x(16).
