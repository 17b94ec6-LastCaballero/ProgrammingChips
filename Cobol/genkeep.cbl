01	oldest-idx	pic	9(03).
01	delete-file-name	pic	x(220).
01	saved-return-code	pic	s9(09)	comp.
copy "business-date-request-record.cpy".

linkage section.
copy "generation-keep-record.cpy".
	end-if
end-if.

move 'G' to bdq-action.
call "busdate" using business-date-request-record.
move bdq-date to copy-date.
move gkr-base-name to gen-current-name.
move spaces to gen-copy-name.
string function trim(gkr-base-name) delimited by size
