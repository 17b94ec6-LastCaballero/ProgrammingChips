01	extract-log-record.
	05	exl-suite-date		pic	9(08).
	05	exl-run-id		pic	x(16).
	05	exl-detail-count	pic	9(08).
	05	exl-count-total		pic	9(12).
	05	exl-hash-total		pic	9(14).
	05	exl-sent-date		pic	9(08).
	05	exl-sent-time		pic	9(08).
	05	exl-due-date		pic	9(08).
	05	exl-due-time		pic	9(08).
	05	exl-status		pic	x(01).
		88	exl-sent		value 'S'.
		88	exl-acknowledged	value 'A'.
		88	exl-mismatched		value 'M'.
		88	exl-overdue		value 'O'.
		88	exl-superseded		value 'R'.
	05	exl-ack-date		pic	9(08).
	05	exl-ack-time		pic	9(08).
	05	exl-ack-detail-count	pic	9(08).
	05	exl-ack-hash-total	pic	9(14).
	05	exl-checked-run-id	pic	x(16).
