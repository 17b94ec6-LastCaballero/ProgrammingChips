01	oncall-rota-record.
	05	ocr-shift-name		pic	x(10).
	05	ocr-role		pic	x(01).
		88	ocr-primary		value 'P'.
		88	ocr-backup		value 'B'.
	05	ocr-initials		pic	x(03).
	05	ocr-contact		pic	x(40).
	05	ocr-from-date		pic	9(08).
	05	ocr-to-date		pic	9(08).
	05	ocr-from-time		pic	9(04).
	05	ocr-to-time		pic	9(04).
