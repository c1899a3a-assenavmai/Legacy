*> Sending-branch registry maintenance utility.  Conversion refuses
*> any file whose header names a branch that is not on the registry,
*> is not active, or repeats a creation date already received from
*> it - every creation date received is kept per branch on the
*> receipt history (BRRECPT) - and the morning missing-receipts
*> report works out from the registry which branches were due to
*> send.  This job keeps the registry, per the mode on the command
*> line:
*>   U (update) - apply the maintenance cards on BRNCHCRD to the
*>                registry, creating the registry the first time;
*>   L (list)   - list every branch on the registry with its
*>                delivery days, the last creation date received
*>                and the number of files on its receipt history.
*> Maintenance cards, one per branch, blank cards and cards starting
*> '*' ignored:
*>   col  1      action - A add, C change, D delete
*>   col  2-11   branch file-id, as it appears on the file header
*>   col 12-41   branch name
*>   col 42      active flag - Y active, N inactive
*>   col 43-49   delivery days, Monday to Sunday - Y when a file is
*>               due that day, e.g. YYYYYNN for weekdays only
*>   col 50-57   creation date (yyyymmdd) - optional; on an add card
*>               it seeds the receipt history with a file the branch
*>               is known to have sent already, on a change card it
*>               takes that date off the history so a file carrying
*>               it is accepted again
*> On a change card a blank name, flag or delivery days field leaves
*> that field as it stands.  A delete card takes the branch's
*> receipt history with it.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. brnchutl.
environment division.
input-output section.
file-control.
	select branch-cards assign to "BRNCHCRD"
		organization is line sequential
		file status is cards-status.
	select branch-registry assign to "BRANCHRG"
		organization is indexed
		access is dynamic
		record key is br-file-id
		file status is branch-status.
	select branch-receipts assign to "BRRECPT"
		organization is indexed
		access is dynamic
		record key is rc-key
		file status is receipt-status.
data division.
file section.
fd branch-cards.
	01 branch-card.
		05 bc-action          pic x.
		05 bc-file-id         pic x(10).
		05 bc-name            pic x(30).
		05 bc-active-flag     pic x.
		05 bc-delivery-days   pic x(7).
		05 bc-last-creation-date pic x(8).
		05 filler             pic x(23).
fd branch-registry.
	01 branch-record.
		05 br-file-id         pic x(10).
		05 br-name            pic x(30).
		05 br-active-flag     pic x.
		05 br-delivery-days.
			10 br-due-day     pic x occurs 7 times.
		05 br-last-creation-date pic 9(8).
fd branch-receipts.
	01 receipt-record.
		05 rc-key.
			10 rc-file-id       pic x(10).
			10 rc-creation-date pic 9(8).
		05 rc-ifile-name      pic x(30).
		05 rc-received-stamp  pic 9(14).
working-storage section.
77	cards-status pic xx.
77	branch-status pic xx.
77	receipt-status pic xx.
77	receipt-open-ok pic x value 'N'.
77	receipt-eof pic 9 value 1.
77	receipt-count pic 9(5) value 0.
77	receipt-last-date pic 9(8) value 0.
01 stamp-work.
	05 sw-date pic 9(8).
	05 sw-time pic 9(6).
01 stamp-value redefines stamp-work pic 9(14).
01 time-work.
	05 tw-hhmmss     pic 9(6).
	05 tw-hundredths pic 9(2).
77	eof-switch pic 9 value 1.
77	mode-parm pic x(80) value spaces.
77	run-mode pic x value 'L'.
77	card-count pic 9(5) value 0.
77	added-count pic 9(5) value 0.
77	changed-count pic 9(5) value 0.
77	deleted-count pic 9(5) value 0.
77	refused-count pic 9(5) value 0.
77	card-reason pic x(30) value spaces.
77	listed-count pic 9(5) value 0.
77	active-count pic 9(5) value 0.
77	day-idx pic 9 usage is computational.
77	day-bad pic 9 value 0.
01 day-names-literal.
	05 filler pic x(3) value "MON".
	05 filler pic x(3) value "TUE".
	05 filler pic x(3) value "WED".
	05 filler pic x(3) value "THU".
	05 filler pic x(3) value "FRI".
	05 filler pic x(3) value "SAT".
	05 filler pic x(3) value "SUN".
01 day-names redefines day-names-literal.
	05 day-name pic x(3) occurs 7 times.
01 due-day-line.
	05 due-day-text pic x(4) occurs 7 times.

procedure division.

	accept mode-parm from command-line
	inspect mode-parm converting "ul" to "UL"
	evaluate mode-parm(1:1)
		when 'U' move 'U' to run-mode
		when 'L' move 'L' to run-mode
		when space move 'L' to run-mode
		when other
			display "Mode must be U (update) or L (list)."
			move 16 to return-code
			stop run
	end-evaluate

	display ""
	display "Branch Registry Utility - mode " run-mode
	display "==========================================="

	evaluate run-mode
		when 'U' perform update-registry
		when 'L' perform list-registry
	end-evaluate

	stop run.

*>	Apply the maintenance cards to the registry, one card at a time,
*>	and show what each one did.  A card that cannot be applied is
*>	reported and the job ends with return code 4 so the scheduler
*>	can flag it, but the good cards still stand.
update-registry.

	open input branch-cards
	if cards-status is not = "00"
		display "Unable to open maintenance cards - file status "
			cards-status "."
		move 12 to return-code
	else
		open i-o branch-registry
		if branch-status = "35"
			open output branch-registry
			close branch-registry
			open i-o branch-registry
		end-if
		open i-o branch-receipts
		if receipt-status = "35"
			open output branch-receipts
			close branch-receipts
			open i-o branch-receipts
		end-if
		if receipt-status = "00"
			move 'Y' to receipt-open-ok
		end-if
		if branch-status is not = "00" or receipt-open-ok = 'N'
			if branch-status is not = "00"
				display "Unable to open branch registry - file "
					"status " branch-status "."
			else
				close branch-registry
			end-if
			if receipt-open-ok = 'N'
				display "Unable to open branch receipt history - "
					"file status " receipt-status "."
			else
				close branch-receipts
				move 'N' to receipt-open-ok
			end-if
			move 12 to return-code
			close branch-cards
		else
			perform apply-one-card
				until eof-switch = 0
			move 1 to eof-switch
			close branch-cards
			close branch-registry
			close branch-receipts
			move 'N' to receipt-open-ok

			display ""
			display "Maintenance Summary"
			display "------------------------------"
			display "Cards read:        " card-count
			display "Branches added:    " added-count
			display "Branches changed:  " changed-count
			display "Branches deleted:  " deleted-count
			display "Cards refused:     " refused-count
			display ""
			if refused-count > 0
				move 4 to return-code
			end-if
		end-if
	end-if.

*>	Read one maintenance card and apply it.
apply-one-card.

	read branch-cards
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if branch-card = spaces or bc-action = '*'
			continue
		else
			add 1 to card-count
			move spaces to card-reason
			inspect bc-action converting "acd" to "ACD"
			inspect bc-active-flag converting "yn" to "YN"
			inspect bc-delivery-days converting "yn" to "YN"
			perform edit-branch-card
			if card-reason = spaces
				evaluate bc-action
					when 'A' perform add-branch
					when 'C' perform change-branch
					when 'D' perform delete-branch
				end-evaluate
			end-if
			if card-reason is not = spaces
				add 1 to refused-count
				display "REFUSED  " bc-action " " bc-file-id
					" - " card-reason
			end-if
		end-if
	end-if.

*>	Check the card's fields before anything on the registry moves.
edit-branch-card.

	if bc-action is not = 'A' and bc-action is not = 'C'
			and bc-action is not = 'D'
		move "ACTION NOT A, C OR D" to card-reason
	else
	if bc-file-id = spaces
		move "MISSING BRANCH FILE-ID" to card-reason
	else
	if bc-action = 'A' and bc-name = spaces
		move "MISSING BRANCH NAME" to card-reason
	else
	if bc-active-flag is not = 'Y' and bc-active-flag is not = 'N'
			and (bc-action = 'A' or bc-active-flag is not = space)
		move "ACTIVE FLAG NOT Y OR N" to card-reason
	else
	if bc-last-creation-date is not = spaces
			and bc-last-creation-date is not numeric
		move "CREATION DATE NOT NUMERIC" to card-reason
	else
		if bc-action = 'A' or bc-delivery-days is not = spaces
			move 0 to day-bad
			perform edit-delivery-day
				varying day-idx from 1 by 1
				until day-idx > 7
			if day-bad = 1
				move "DELIVERY DAYS NOT Y OR N" to card-reason
			end-if
		end-if
	end-if
	end-if
	end-if
	end-if
	end-if.

*>	Each delivery day must be flagged Y or N.
edit-delivery-day.

	if bc-delivery-days(day-idx:1) is not = 'Y'
			and bc-delivery-days(day-idx:1) is not = 'N'
		move 1 to day-bad
	end-if.

*>	Put a new branch on the registry.
add-branch.

	move bc-file-id to br-file-id
	move bc-name to br-name
	move bc-active-flag to br-active-flag
	move bc-delivery-days to br-delivery-days
	if bc-last-creation-date = spaces
		move 0 to br-last-creation-date
	else
		move bc-last-creation-date to br-last-creation-date
	end-if
	write branch-record
		invalid key
			move "BRANCH ALREADY ON REGISTRY" to card-reason
		not invalid key
			add 1 to added-count
			display "ADDED    " br-file-id " " br-name
	end-write
	if card-reason = spaces and bc-last-creation-date is not = spaces
		perform seed-branch-receipt
	end-if.

*>	Put the creation date on an add card on the new branch's receipt
*>	history, as a file already received from it.
seed-branch-receipt.

	move br-file-id to rc-file-id
	move br-last-creation-date to rc-creation-date
	move "SEEDED BY REGISTRY MAINTENANCE" to rc-ifile-name
	accept sw-date from date yyyymmdd
	accept time-work from time
	move tw-hhmmss to sw-time
	move stamp-value to rc-received-stamp
	write receipt-record
		invalid key
			continue
	end-write
	display "         receipt " rc-creation-date " seeded".

*>	Change the fields the card supplies on a branch already held.
change-branch.

	move bc-file-id to br-file-id
	read branch-registry
		invalid key
			move "BRANCH NOT ON REGISTRY" to card-reason
	end-read
	if card-reason = spaces
		if bc-name is not = spaces
			move bc-name to br-name
		end-if
		if bc-active-flag is not = space
			move bc-active-flag to br-active-flag
		end-if
		if bc-delivery-days is not = spaces
			move bc-delivery-days to br-delivery-days
		end-if
		if bc-last-creation-date is not = spaces
			perform release-branch-receipt
		end-if
	end-if
	if card-reason = spaces
		rewrite branch-record
			invalid key
				move "REGISTRY NOT UPDATED" to card-reason
			not invalid key
				add 1 to changed-count
				display "CHANGED  " br-file-id " " br-name
		end-rewrite
	end-if.

*>	Take the creation date on a change card off the branch's receipt
*>	history, so the file carrying it is accepted again, and set the
*>	registry's last creation date to the latest date still held.
release-branch-receipt.

	move br-file-id to rc-file-id
	move bc-last-creation-date to rc-creation-date
	delete branch-receipts record
		invalid key
			move "CREATION DATE NOT RECEIVED" to card-reason
		not invalid key
			display "         receipt " rc-creation-date
				" released"
	end-delete
	if card-reason = spaces
		perform scan-branch-receipts
		move receipt-last-date to br-last-creation-date
	end-if.

*>	Take a branch off the registry, with its receipt history.  A
*>	branch that has stopped sending for good is better made
*>	inactive, which keeps its history; deletion is for a branch
*>	entered in error.
delete-branch.

	move bc-file-id to br-file-id
	delete branch-registry record
		invalid key
			move "BRANCH NOT ON REGISTRY" to card-reason
		not invalid key
			add 1 to deleted-count
			display "DELETED  " bc-file-id
	end-delete
	if card-reason = spaces
		move bc-file-id to rc-file-id
		move 0 to rc-creation-date
		move 1 to receipt-eof
		start branch-receipts key is >= rc-key
			invalid key
				move 0 to receipt-eof
		end-start
		perform delete-one-receipt
			until receipt-eof = 0
	end-if.

*>	Delete the next receipt on the history while it is the deleted
*>	branch's own.
delete-one-receipt.

	read branch-receipts next
		at end move 0 to receipt-eof
	end-read

	if receipt-eof is not = 0
		if rc-file-id is not = bc-file-id
			move 0 to receipt-eof
		else
			delete branch-receipts record
		end-if
	end-if.

*>	Count the branch's receipts on the history and find the latest
*>	creation date among them.
scan-branch-receipts.

	move 0 to receipt-count
	move 0 to receipt-last-date
	if receipt-open-ok = 'Y'
		move br-file-id to rc-file-id
		move 0 to rc-creation-date
		move 1 to receipt-eof
		start branch-receipts key is >= rc-key
			invalid key
				move 0 to receipt-eof
		end-start
		perform scan-one-receipt
			until receipt-eof = 0
	end-if.

*>	Take the next receipt on the history while it is the branch's.
scan-one-receipt.

	read branch-receipts next
		at end move 0 to receipt-eof
	end-read

	if receipt-eof is not = 0
		if rc-file-id is not = br-file-id
			move 0 to receipt-eof
		else
			add 1 to receipt-count
			if rc-creation-date > receipt-last-date
				move rc-creation-date to receipt-last-date
			end-if
		end-if
	end-if.

*>	List the registry in branch file-id order.
list-registry.

	open input branch-registry
	if branch-status is not = "00"
		display "Unable to open branch registry - file status "
			branch-status "."
		move 12 to return-code
	else
		open input branch-receipts
		if receipt-status = "00"
			move 'Y' to receipt-open-ok
		else
			if receipt-status is not = "35"
				display "Unable to open branch receipt history - "
					"file status " receipt-status "."
				move 12 to return-code
			end-if
		end-if
		display ""
		display "Branch     Name                           Act "
			"Due days                     Last file  Files"
		display "------------------------------"
		perform list-one-branch
			until eof-switch = 0
		move 1 to eof-switch
		close branch-registry
		if receipt-open-ok = 'Y'
			close branch-receipts
			move 'N' to receipt-open-ok
		end-if
		display ""
		display "Branches listed:   " listed-count
		display "Active branches:   " active-count
		display ""
	end-if.

*>	Print one registry entry, spelling its delivery days out, with
*>	the latest file and the count of files on its receipt history.
list-one-branch.

	read branch-registry next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		add 1 to listed-count
		if br-active-flag = 'Y'
			add 1 to active-count
		end-if
		perform set-due-day-text
			varying day-idx from 1 by 1
			until day-idx > 7
		perform scan-branch-receipts
		display br-file-id " " br-name " " br-active-flag
			"   " due-day-line " " receipt-last-date
			"   " receipt-count
	end-if.

*>	One day's column of the delivery days - its name when due.
set-due-day-text.

	if br-due-day(day-idx) = 'Y'
		move day-name(day-idx) to due-day-text(day-idx)
	else
		move "---" to due-day-text(day-idx)
	end-if.
