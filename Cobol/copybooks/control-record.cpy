		88	ctl-1mal1-op-subtract		value 'S'.
		88	ctl-1mal1-op-divide		value 'D'.
	05	ctl-generations-keep		pic	9(02).
	05	ctl-extract-ack-hours		pic	9(03).
