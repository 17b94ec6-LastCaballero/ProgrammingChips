01	nightly-checkpoint-record.
	05	ckp-run-date			pic	9(08).
	05	ckp-last-step-completed	pic	9(02).
	05	ckp-step-count			pic	9(02).
	05	ckp-step-entry	occurs 20 times.
		10	ckp-step-number		pic	9(02).
		10	ckp-step-status		pic	x(01).
			88	ckp-step-completed	value 'C'.
			88	ckp-step-failed		value 'F'.
			88	ckp-step-blocked	value 'P'.
			88	ckp-step-not-run	value 'N'.
