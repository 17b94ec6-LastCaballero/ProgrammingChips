01	operator-signon-record.
	05	osn-action		pic	x(01).
		88	osn-action-signon	value 'S'.
		88	osn-action-check	value 'C'.
	05	osn-program-name	pic	x(20).
	05	osn-run-id		pic	x(16).
	05	osn-operator-id		pic	x(03).
	05	osn-operator-name	pic	x(30).
	05	osn-function		pic	x(20).
	05	osn-result		pic	x(01).
		88	osn-granted		value 'G'.
		88	osn-denied		value 'D'.
	05	osn-reason		pic	x(40).
