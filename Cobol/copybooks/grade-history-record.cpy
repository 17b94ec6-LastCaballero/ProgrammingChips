01	grade-history-record.
	05	ghr-student-id		pic	x(10).
	05	ghr-grade-date		pic	9(08).
	05	ghr-grade-time		pic	9(08).
	05	ghr-worksheet-name	pic	x(60).
	05	ghr-problems-graded	pic	9(04).
	05	ghr-correct-count	pic	9(04).
	05	ghr-wrong-count		pic	9(04).
	05	ghr-blank-count		pic	9(04).
	05	ghr-score-pct		pic	9(03).
	05	ghr-run-id		pic	x(16).
	05	ghr-operation		pic	x(01).
	05	ghr-sheet-id		pic	x(12).
