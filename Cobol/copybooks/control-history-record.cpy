01	control-history-record.
	05	hst-applied-date	pic	9(08).
	05	hst-applied-time	pic	9(08).
	05	hst-requester		pic	x(03).
	05	hst-field-name		pic	x(30).
	05	hst-old-value		pic	x(200).
	05	hst-new-value		pic	x(200).
	05	hst-approver		pic	x(03).
	05	hst-request-date	pic	9(08).
	05	hst-request-time	pic	9(08).
	05	hst-effective-date	pic	9(08).
	05	hst-pending-id		pic	x(16).
