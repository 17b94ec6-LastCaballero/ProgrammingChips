	05	oar-action-date		pic	9(08).
	05	oar-action-time		pic	9(08).
	05	oar-disposition		pic	x(60).
	05	oar-escalation-level	pic	9(01).
		88	oar-not-escalated	value 0.
		88	oar-primary-paged	value 1.
		88	oar-backup-paged	value 2.
	05	oar-primary-initials	pic	x(03).
		88	oar-primary-uncovered	value "---".
	05	oar-primary-paged-date	pic	9(08).
	05	oar-primary-paged-time	pic	9(08).
	05	oar-backup-initials	pic	x(03).
		88	oar-backup-uncovered	value "---".
	05	oar-backup-paged-date	pic	9(08).
	05	oar-backup-paged-time	pic	9(08).
