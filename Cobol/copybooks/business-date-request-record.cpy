01	business-date-request-record.
	05	bdq-action		pic	x(01).
		88	bdq-action-get		value 'G'.
		88	bdq-action-load		value 'L'.
		88	bdq-action-set		value 'S'.
		88	bdq-action-clear	value 'C'.
		88	bdq-action-advance	value 'A'.
	05	bdq-date		pic	9(08).
	05	bdq-source		pic	x(01).
		88	bdq-from-suite		value 'S'.
		88	bdq-from-clock		value 'C'.
		88	bdq-from-file		value 'F'.
	05	bdq-run-id		pic	x(16).
	05	bdq-result		pic	x(01).
		88	bdq-ok			value 'O'.
		88	bdq-not-found		value 'N'.
		88	bdq-failed		value 'F'.
		88	bdq-refused		value 'R'.
