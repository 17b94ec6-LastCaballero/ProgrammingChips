01	control-pending-record.
	05	cpr-pending-id		pic	x(16).
	05	cpr-status		pic	x(01).
		88	cpr-pending		value 'P'.
		88	cpr-approved		value 'A'.
		88	cpr-rejected		value 'R'.
		88	cpr-applied		value 'D'.
	05	cpr-requester		pic	x(03).
	05	cpr-request-date	pic	9(08).
	05	cpr-request-time	pic	9(08).
	05	cpr-effective-date	pic	9(08).
	05	cpr-field-name		pic	x(30).
	05	cpr-old-value		pic	x(200).
	05	cpr-new-value		pic	x(200).
	05	cpr-approver		pic	x(03).
	05	cpr-approve-date	pic	9(08).
	05	cpr-approve-time	pic	9(08).
	05	cpr-applied-date	pic	9(08).
	05	cpr-applied-time	pic	9(08).
	05	cpr-applied-run-id	pic	x(16).
