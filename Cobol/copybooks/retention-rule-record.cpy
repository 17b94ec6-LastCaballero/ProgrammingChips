01	retention-rule-record.
	05	rtr-file-name		pic	x(40).
	05	rtr-record-length	pic	9(03).
	05	rtr-date-position	pic	9(03).
	05	rtr-retention-days	pic	9(04).
	05	rtr-disposition		pic	x(01).
		88	rtr-archive		value 'A'.
		88	rtr-delete		value 'D'.
	05	rtr-expire-position	pic	9(03).
	05	rtr-expire-length	pic	9(02).
	05	rtr-expire-value	pic	x(10).
	05	rtr-archive-prefix	pic	x(10).
	05	rtr-lock-name		pic	x(10).
	05	rtr-needed-position	pic	9(03).
	05	rtr-needed-length	pic	9(03).
