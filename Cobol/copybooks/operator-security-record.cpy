01	operator-security-record.
	05	osr-operator-id		pic	x(03).
	05	osr-operator-name	pic	x(30).
	05	osr-pin			pic	x(08).
	05	osr-status		pic	x(01).
		88	osr-active		value 'A'.
		88	osr-suspended		value 'S'.
	05	osr-function-count	pic	9(02).
	05	osr-function		pic	x(20)	occurs 20 times.
