data division.
file section.
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	query-report.
01	report-line	pic	x(200).

