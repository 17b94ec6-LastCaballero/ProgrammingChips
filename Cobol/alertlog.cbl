data division.
file section.
fd	alert-file.
01	alert-output-record	pic	x(300).

working-storage section.
01	alert-file-status	pic	xx.
move 0 to oar-action-date.
move 0 to oar-action-time.
move spaces to oar-disposition.
move 0 to oar-escalation-level.
move spaces to oar-primary-initials.
move 0 to oar-primary-paged-date.
move 0 to oar-primary-paged-time.
move spaces to oar-backup-initials.
move 0 to oar-backup-paged-date.
move 0 to oar-backup-paged-time.
open extend alert-file.
if alert-file-status = '35'
	open output alert-file
