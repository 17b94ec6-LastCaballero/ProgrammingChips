identification division.
program-id.	auditchain.

data division.
working-storage section.
01	chain-text.
	05	cht-record-image	pic	x(140).
	05	cht-sequence-number	pic	9(10).
01	chain-idx	pic	9(03).
01	chain-work	pic	9(12).

linkage section.
copy "audit-chain-request-record.cpy".

procedure division using audit-chain-request-record.
move acq-record-image to cht-record-image.
move acq-sequence-number to cht-sequence-number.
move acq-previous-chain to chain-work.
perform varying chain-idx from 1 by 1 until chain-idx > 150
	compute chain-work = function mod(chain-work * 31
		+ function ord(chain-text(chain-idx:1)), 9999999967)
end-perform.
move chain-work to acq-chain-value.
goback.
