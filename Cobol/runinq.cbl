data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	alert-file.
01	alert-input-record	pic	x(300).
fd	catalog-file.
copy "generation-catalog-record.cpy".
fd	inquiry-report.
