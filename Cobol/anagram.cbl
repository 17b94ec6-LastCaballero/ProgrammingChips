	05	ans-signature	pic	x(50).
	05	ans-word	pic	x(50).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	master-file-status	pic	xx.
