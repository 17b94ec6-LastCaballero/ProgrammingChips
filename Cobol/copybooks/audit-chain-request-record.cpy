01	audit-chain-request-record.
	05	acq-record-image	pic	x(140).
	05	acq-sequence-number	pic	9(10).
	05	acq-previous-chain	pic	9(10).
	05	acq-chain-value		pic	9(10).
