	05	sla-program-name	pic	x(20).
	05	sla-max-seconds		pic	9(06).
fd	audit-file.
01	audit-input-record	pic	x(160).
fd	watch-report.
01	report-line	pic	x(132).

