copy "audit-log-record.cpy".
copy "lock-request-record.cpy".
copy "operator-alert-record.cpy".
copy "operator-signon-record.cpy".
copy "run-id-record.cpy".

procedure division.
	else
		display "mfrestore: backup set " restore-date
			" verified against the manifest"
		perform authorize-restore
		if osn-denied
			display "mfrestore: restore refused, nothing changed"
			move 8 to return-code
		else
			display "restore " entry-count
				" file(s), overwriting the live copies (Y/N)? "
				with no advancing
			accept confirm-restore
			move function upper-case(confirm-restore) to confirm-restore
			if confirm-restore = 'Y'
				perform acquire-shared-locks
				if locks-held = 'Y'
					perform varying mte-idx from 1 by 1
						until mte-idx > entry-count
						perform restore-one-file
					end-perform
					perform release-shared-locks
					display "mfrestore: " files-restored " file(s) restored"
				else
					move 8 to return-code
				end-if
			else
				display "mfrestore: restore cancelled, nothing changed"
			end-if
		end-if
	end-if
end-if.

goback.

authorize-restore.
move 'S' to osn-action.
move "mfrestore" to osn-program-name.
move rid-run-id to osn-run-id.
call "signon" using operator-signon-record.
if osn-granted
	move "MFRESTORE-RESTORE" to osn-function
	move 'C' to osn-action
	call "signon" using operator-signon-record
end-if.

acquire-shared-locks.
move 'N' to locks-held.
move 'A' to lrr-action.
