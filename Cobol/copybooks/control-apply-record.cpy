01	control-apply-record.
	05	cap-as-of-date		pic	9(08).
	05	cap-run-id		pic	x(16).
	05	cap-changes-applied	pic	9(04).
	05	cap-changes-waiting	pic	9(04).
	05	cap-master-invalidated	pic	x(01).
	05	cap-status		pic	x(01).
		88	cap-ok			value 'O'.
		88	cap-locked		value 'L'.
		88	cap-failed		value 'F'.
