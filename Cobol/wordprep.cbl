	05	sort-source	pic	x(10).
	05	sort-word	pic	x(250).
fd	control-file.
01	control-file-record	pic	x(412).

working-storage section.
01	raw-list-status	pic	xx.
