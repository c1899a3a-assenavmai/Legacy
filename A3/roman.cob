*> Migrated from legacy Cobol code.
*> Author: Vanessa White
*> Course: CIS*3190
*> Date last edited: October 15th, 2026.

identification division.
program-id. getvalue.
		access is random
		record key is sw-record-id
		file status is seenwork-status.
	select branch-registry assign to "BRANCHRG"
		organization is indexed
		access is random
		record key is br-file-id
		file status is branch-status.
	select branch-receipts assign to "BRRECPT"
		organization is indexed
		access is random
		record key is rc-key
		file status is receipt-status.
	select period-control assign to "PERIODS"
		organization is indexed
		access is random
		record key is pc-period
		file status is period-status.
	select posting-xref assign to "SRCXREF"
		organization is indexed
		access is random
		record key is sx-record-id
		file status is xref-status.
	select change-queue assign to "CHGQUEUE"
		organization is indexed
		access is dynamic
		record key is cq-request-no
		alternate record key is cq-record-id
			with duplicates
		file status is change-status.
	select frame-register assign to "GLFRAMES"
		organization is indexed
		access is random
		record key is fr-key
		file status is frame-status.
	select reversal-work assign to "REVWORK"
		organization is indexed
		access is random
		record key is ir-key
		file status is revwork-status.
data division.
file section.
fd standard-input.
		05 restart-trailer-count pic 9(9).
		05 restart-trailer-hash  pic s9(10) sign leading separate.
		05 restart-stream        pic x(30).
		05 restart-reversals     pic 9(9).
		05 restart-reversal-total pic s9(9) sign leading separate.
		05 restart-ofile-rows    pic 9(9).
		05 restart-gl-frame-date pic 9(8).
fd reject-file.
	01 reject-record.
		05 rj-numeral          pic x(30).
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd reject-work.
	01 reject-work-record.
		05 rw-numeral          pic x(30).
		05 rw-record-id        pic x(10).
		05 rw-transaction-date pic 9(8).
		05 rw-reason           pic x(25).
		05 rw-ifile-name       pic x(30).
		05 rw-file-id          pic x(10).
		05 rw-returned-date    pic x(8).
fd control-file.
	01 control-card pic x(80).
fd manifest-file.
		05 rl-run-total   pic -(8)9.
		05 rl-resume-flag pic x.
		05 rl-return-code pic 9(2).
		05 rl-file-id     pic x(10).
		05 rl-creation-date pic 9(8).
fd master-file.
	01 master-record.
		05 m-record-id        pic x(10).
fd seen-id-work.
	01 seen-work-record.
		05 sw-record-id       pic x(10).
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
fd period-control.
	01 period-record.
		05 pc-period          pic 9(6).
		05 pc-status          pic x(7).
		05 pc-status-stamp    pic 9(14).
fd posting-xref.
	01 posting-xref-record.
		05 sx-record-id       pic x(10).
		05 sx-ifile-name      pic x(30).
		05 sx-file-id         pic x(10).
		05 sx-run-stamp       pic 9(14).
fd audit-file.
	01 audit-detail-record.
		05 au-type            pic x.
		05 at-skipped         pic 9(5).
		05 at-failed          pic 9(5).
		05 filler             pic x(64).
fd change-queue.
	01 change-record.
		05 cq-request-no      pic 9(6).
		05 cq-record-id       pic x(10).
		05 cq-type            pic x.
		05 cq-status          pic x(8).
		05 cq-old-numeral     pic x(30).
		05 cq-old-value       pic -(8)9.
		05 cq-old-flag        pic x(7).
		05 cq-new-numeral     pic x(30).
		05 cq-new-value       pic -(8)9.
		05 cq-reason          pic x(30).
		05 cq-requested-by    pic x(8).
		05 cq-request-stamp   pic 9(14).
		05 cq-reviewed-by     pic x(8).
		05 cq-review-stamp    pic 9(14).
		05 cq-review-note     pic x(30).
fd frame-register.
	01 frame-record.
		05 fr-key.
			10 fr-file-id       pic x(10).
			10 fr-creation-date pic 9(8).
		05 fr-record-count     pic 9(9).
		05 fr-hash-total       pic s9(10) sign leading separate.
		05 fr-ack-status       pic x.
		05 fr-ack-date         pic 9(8).
		05 fr-accepted         pic 9(9).
		05 fr-refused          pic 9(9).
fd reversal-work.
	01 reversal-work-record.
		05 ir-key.
			10 ir-record-id       pic x(10).
			10 ir-transaction-date pic 9(8).
working-storage section.
01 array-area.
	02 letter pic x occurs 30 times.
77	mf-total-edit pic -(8)9.
77	gl-status pic xx.
77	gl-open-ok pic x value 'N'.
77	gl-frame-id pic x(10) value spaces.
77	gl-frame-date pic 9(8) value 0.
77	resume-gl-date pic 9(8) value 0.
77	frame-status pic xx.
77	frame-count pic 9(9) value 0.
77	frame-hash pic s9(10) value 0 usage is computational.
77	frame-hash-edit pic -(9)9.
77	ofile-rows pic 9(9) value 0.
77	ofile-rows-known pic x value 'N'.
77	resume-ofile-rows pic 9(9) value 0.
77	revwork-status pic xx.
77	revwork-ok pic x value 'N'.
77	target-found pic 9 value 0.
77	audit-status pic xx.
77	audit-open-ok pic x value 'N'.
77	operator-id pic x(8) value spaces.
77	corr-from-date pic 9(8) value 0.
77	corr-to-date pic 9(8) value 0.
77	corr-list-count pic 9(5) value 0.
77	trial-run pic x value 'N'.
77	change-status pic xx.
77	change-open-ok pic x value 'N'.
77	maint-choice pic x value space.
77	maint-type pic x value space.
77	maint-ok pic 9 value 0.
77	maint-record-id pic x(10) value spaces.
77	maint-reason pic x(30) value spaces.
77	maint-review pic x value space.
77	maint-note pic x(30) value spaces.
77	maint-old-value pic s9(8) value 0.
77	maint-new-value pic s9(8) value 0.
77	maint-delta pic s9(8) value 0.
77	last-request-no pic 9(6) value 0.
77	pending-found pic 9 value 0.
77	pending-request-no pic 9(6) value 0.
77	maint-keyed-count pic 9(5) value 0.
77	maint-approved-count pic 9(5) value 0.
77	maint-declined-count pic 9(5) value 0.
77	maint-gl-count pic 9(9) value 0.
77	maint-gl-total pic s9(9) value 0 usage is computational.
77	trial-valid-count pic 9(9) value 0.
77	tally-count pic 99 value 0.
77	tally-found pic 9 value 0.
77	tally-idx pic 99 usage is computational.
77	tally-other-count pic 9(9) value 0.
01 reject-tally-table.
	02 reject-tally occurs 30 times.
		05 tl-reason pic x(25).
		05 tl-count  pic 9(9).
01 audit-time-stamp.
	05 ad-date pic 9(8).
	05 ad-time pic 9(6).
77	browse-done pic 9 value 0.
77	seenwork-status pic xx.
77	seen-work-ok pic x value 'N'.
77	branch-status pic xx.
77	branch-open-ok pic x value 'N'.
77	receipt-status pic xx.
77	receipt-open-ok pic x value 'N'.
77	file-refused pic 9 value 0.
77	refuse-reason pic x(30) value spaces.
77	period-status pic xx.
77	period-open-ok pic x value 'N'.
77	period-closed pic 9 value 0.
77	xref-status pic xx.
77	xref-open-ok pic x value 'N'.
01 edit-date.
	05 ed-year  pic 9(4).
	05 ed-month pic 9(2).
77	edit-reject-count pic 9(5) value 0.
77	record-preposted pic 9 value 0.
77	preposted-value pic s9(8) usage is computational.
77	reversed-value pic s9(8) usage is computational.
77	reversal-count pic 9(9) value 0.
77	reversal-total pic s9(9) value 0 usage is computational.
77	trailer-check-total pic s9(10) value 0 usage is computational.
77	month-days pic 99 value 0.
77	leap-flag pic 9 value 0.
77	leap-quot pic 9(4) usage is computational.
	display "Enter 'l' at anytime to list the run history"
	display "Enter 'c' at anytime to list recycle corrections"
	display "Enter 'e' at anytime to evaluate a roman numeral expression"
	display "Enter 'm' at anytime to maintain master postings"
	display "Enter 'q' at anytime to quit."
	display ""

		move 9 to group-floor-tier
		move 0 to last-was-pair

		display "Enter roman numerals, read a (f)ile, a (d)ecimal number, an (e)xpression, (r)ework rejects, (i)nquire, (b)rowse by date, run (l)og, (c)orrections, (m)aintain postings or (q)uit: " with no advancing
		accept array-area

*>		Close the program if they 
			accept ifile-name
			display "Filename: " ifile-name
			perform process-file
			perform set-file-return-code
			move file-return-code to return-code
			perform write-run-log
*>	If the user chooses to convert a decimal number to a roman numeral
		else
		if letter(1) = 'c' then
			perform list-corrections
		else
		if letter(1) = 'm' then
			perform maintain-master
		else
		if letter(1) = 'e' then
			display ""
			display "Enter the expression (e.g. MCM + XIV - III): "
		end-if
		end-if
		end-if
		end-if
	end-perform
		
	stop run.
		else
			move 0 to duplicate-key-count
			perform open-master
			perform open-period-control
			move 'Y' to master-update-mode
			display ""
			display "Reject Recycle"
			if master-open-ok = 'Y'
				close master-file
			end-if
			if period-open-ok = 'Y'
				close period-control
				move 'N' to period-open-ok
			end-if

*>			Replace the reject file with the reworked copy so the
*>			resolved markers stick.
		end-if
	end-if.

*>	Master maintenance under dual control.  One operator keys a
*>	value change, a hold or the release of a hold against a posted
*>	record-id, with a reason; the request waits on the pending-change
*>	queue under their operator id and touches nothing.  Only when a
*>	second, different operator reviews it and approves does it reach
*>	the master, with a matching maintenance row on ofile and, for a
*>	value change, the difference on the ledger feed.  Declined
*>	requests stay on the queue beside the approved ones, and chgrpt
*>	expires what nobody reviewed, so every change to a posting has
*>	two names against it.
maintain-master.

	move spaces to operator-id
	perform identify-operator
		until operator-id is not = spaces
	perform open-change-queue
	if change-open-ok = 'N'
		display "Changes cannot be recorded - maintenance abandoned."
	else
		open extend ofile
		move 'N' to ofile-rows-known
		if ofile-status is not = "00"
			display "Unable to open output file - ofile status "
				ofile-status " - maintenance abandoned."
			close change-queue
		else
			move 'N' to master-update-mode
			perform open-master
			if master-open-ok = 'N'
				display "Maintenance abandoned."
				close ofile
				close change-queue
			else
				perform open-period-control
				move 0 to maint-keyed-count
				move 0 to maint-approved-count
				move 0 to maint-declined-count
				move 0 to maint-gl-count
				move 0 to maint-gl-total
				move 'N' to gl-open-ok
				display ""
				display "Master Maintenance - operator " operator-id
				display "------------------------------"
				move space to maint-choice
				perform maintenance-action
					until maint-choice = 'x'
				close master-file
				if period-open-ok = 'Y'
					close period-control
					move 'N' to period-open-ok
				end-if
				perform close-maintenance-frame
				close ofile
				close change-queue
				move 'N' to change-open-ok

				display ""
				display "Maintenance Summary"
				display "------------------------------"
				display "Changes Keyed:     " maint-keyed-count
				display "Changes Approved:  " maint-approved-count
				display "Changes Declined:  " maint-declined-count
				display ""
			end-if
		end-if
	end-if.

*>	Open the pending-change queue, creating it the first time, and
*>	find the last request number used so a new request takes the
*>	next one.
open-change-queue.

	move 'N' to change-open-ok
	open i-o change-queue
	if change-status = "35"
		open output change-queue
		close change-queue
		open i-o change-queue
	end-if
	if change-status = "00"
		move 'Y' to change-open-ok
		move 0 to last-request-no
		perform find-last-request
			until eof-switch = 0
		move 1 to eof-switch
	else
		display "Unable to open pending-change queue - file status "
			change-status "."
	end-if.

*>	Step through the queue in request number order, keeping the
*>	highest number seen.
find-last-request.

	read change-queue next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		move cq-request-no to last-request-no
	end-if.

*>	Take one choice from the operator at the maintenance prompt.
maintenance-action.

	display ""
	display "(k)ey a change, (r)eview pending changes or e(x)it: "
		with no advancing
	move space to maint-choice
	accept maint-choice
	inspect maint-choice converting "KRX" to "krx"
	evaluate maint-choice
		when 'k'
			perform key-master-change
		when 'r'
			perform review-pending-changes
		when 'x'
			continue
		when other
			display "Choose k, r or x."
	end-evaluate.

*>	Key one change request.  The posting must be on the master in
*>	the state the change applies to - a value change or a hold to a
*>	valid posting, a release to a held one - and the record-id must
*>	not already have a request waiting, so two changes can never be
*>	approved against the same starting value.  A corrected value is
*>	keyed as a roman numeral and must convert cleanly.
key-master-change.

	move 1 to maint-ok
	display ""
	display "Record-id to change: " with no advancing
	move spaces to maint-record-id
	accept maint-record-id
	if maint-record-id = spaces
		move 0 to maint-ok
	else
		move maint-record-id to m-record-id
		read master-file
			invalid key
				display "Record-id " maint-record-id
					" is not on the master."
				move 0 to maint-ok
			not invalid key
				display "Numeral:    " m-numeral
				display "Date:       " m-transaction-date
				display "Value:      " m-value
				display "Flag:       " m-flag
		end-read
	end-if

	if maint-ok = 1
		perform check-pending-change
		if pending-found = 1
			display "Request " pending-request-no
				" is already pending for this record-id."
			move 0 to maint-ok
		end-if
	end-if

	if maint-ok = 1
		move spaces to change-record
		move maint-record-id to cq-record-id
		move m-numeral to cq-old-numeral
		move m-value to cq-old-value
		move m-flag to cq-old-flag
		move m-numeral to cq-new-numeral
		move m-value to cq-new-value
		display "Change (v)alue, (h)old posting or re(l)ease hold: "
			with no advancing
		move space to maint-type
		accept maint-type
		inspect maint-type converting "vhl" to "VHL"
		move maint-type to cq-type
		evaluate maint-type
			when 'V'
				if m-flag is not = "VALID  "
					display "Only a valid posting can have its "
						"value changed."
					move 0 to maint-ok
				else
					perform key-new-value
				end-if
			when 'H'
				if m-flag is not = "VALID  "
					display "Only a valid posting can be held."
					move 0 to maint-ok
				end-if
			when 'L'
				if m-flag is not = "HELD   "
					display "The posting is not held."
					move 0 to maint-ok
				end-if
			when other
				display "Choose v, h or l."
				move 0 to maint-ok
		end-evaluate
	end-if

	if maint-ok = 1
		display "Reason for the change: " with no advancing
		move spaces to maint-reason
		accept maint-reason
		if maint-reason = spaces
			display "A reason is required - change not keyed."
			move 0 to maint-ok
		end-if
	end-if

	if maint-ok = 1
		add 1 to last-request-no
		move last-request-no to cq-request-no
		move "PENDING" to cq-status
		move maint-reason to cq-reason
		move operator-id to cq-requested-by
		accept ad-date from date yyyymmdd
		accept time-work from time
		move tw-hhmmss to ad-time
		move audit-time-stamp to cq-request-stamp
		move 0 to cq-review-stamp
		write change-record
			invalid key
				display "Unable to record change request - file "
					"status " change-status "."
			not invalid key
				add 1 to maint-keyed-count
				display "Request " cq-request-no
					" keyed - it takes effect once another "
					"operator approves it."
		end-write
	end-if.

*>	Take the corrected value for a value change as a roman numeral,
*>	the way a recycled correction is keyed.
key-new-value.

	display "Enter corrected numeral: " with no advancing
	move spaces to corrected-numeral
	accept corrected-numeral
	if corrected-numeral = spaces
		move 0 to maint-ok
	else
		perform init-numeral-state
		move spaces to reject-reason
		move corrected-numeral to array-area
		inspect array-area converting
			"abcdefghijklmnopqrstuvwxyz"
			to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
		perform getvalue
		if invalidFlag = 1
			display "Correction is itself invalid - change not keyed."
			move 0 to maint-ok
		else
			move m-value to maint-old-value
			if summation = maint-old-value
				display "Value unchanged - change not keyed."
				move 0 to maint-ok
			else
				display "Decimal Value: " summation
				move corrected-numeral to cq-new-numeral
				inspect cq-new-numeral converting
					"abcdefghijklmnopqrstuvwxyz"
					to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
				move summation to cq-new-value
			end-if
		end-if
	end-if.

*>	Look along the queue's record-id key for a request still pending
*>	against maint-record-id.
check-pending-change.

	move 0 to pending-found
	move maint-record-id to cq-record-id
	start change-queue key is = cq-record-id
		invalid key
			move 0 to eof-switch
	end-start
	perform find-pending-change
		until eof-switch = 0
	move 1 to eof-switch.

*>	Check one request for the record-id in hand.
find-pending-change.

	read change-queue next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if cq-record-id is not = maint-record-id
			move 0 to eof-switch
		else
			if cq-status = "PENDING"
				move 1 to pending-found
				move cq-request-no to pending-request-no
			end-if
		end-if
	end-if.

*>	Put every pending request in front of the reviewing operator in
*>	request number order.  A request the operator keyed themselves
*>	is shown but cannot be reviewed by them.
review-pending-changes.

	move 0 to cq-request-no
	start change-queue key is > cq-request-no
		invalid key
			move 0 to eof-switch
	end-start
	perform review-one-change
		until eof-switch = 0
	move 1 to eof-switch.

*>	Show one pending request and take the reviewer's decision.
review-one-change.

	read change-queue next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0 and cq-status = "PENDING"
		display ""
		display "Request:    " cq-request-no "  type " cq-type
			"  keyed by " cq-requested-by " " cq-request-stamp
		display "Record-id:  " cq-record-id
		display "Reason:     " cq-reason
		display "Now:        " cq-old-numeral " " cq-old-value
			" " cq-old-flag
		if cq-type = 'V'
			display "Change to:  " cq-new-numeral " " cq-new-value
		else
			if cq-type = 'H'
				display "Change to:  HELD"
			else
				display "Change to:  VALID (hold released)"
			end-if
		end-if
		if cq-requested-by = operator-id
			display "Keyed by you - another operator must review it."
		else
			display "(a)pprove, (d)ecline or press enter to leave "
				"pending: " with no advancing
			move space to maint-review
			accept maint-review
			inspect maint-review converting "AD" to "ad"
			if maint-review = 'a'
				perform approve-change
			else
				if maint-review = 'd'
					display "Reason for declining: " with no advancing
					move spaces to maint-note
					accept maint-note
					if maint-note = spaces
						move "DECLINED BY REVIEWER" to maint-note
					end-if
					perform decline-change
				end-if
			end-if
		end-if
	end-if.

*>	Apply an approved request.  The posting must still stand exactly
*>	as it did when the request was keyed, and its month must still
*>	be open - otherwise the request is declined with the reason, and
*>	a fresh one keyed against the posting as it now stands.  The
*>	master is changed first; the ofile row and ledger detail follow
*>	it, and the request is marked approved last.
approve-change.

	move 1 to maint-ok
	move cq-record-id to m-record-id
	read master-file
		invalid key
			move "NOT ON MASTER" to maint-note
			move 0 to maint-ok
	end-read
	if maint-ok = 1
		if m-numeral is not = cq-old-numeral
				or m-value is not = cq-old-value
				or m-flag is not = cq-old-flag
			move "POSTING CHANGED SINCE KEYED" to maint-note
			move 0 to maint-ok
		else
			move m-transaction-date to edit-date
			perform check-posting-period
			if period-closed = 1
				move "PERIOD CLOSED" to maint-note
				move 0 to maint-ok
			end-if
		end-if
	end-if

	if maint-ok = 0
		display "Cannot be applied - " maint-note
		perform decline-change
	else
		move m-record-id to o-record-id
		move m-transaction-date to o-transaction-date
		move m-numeral to o-numeral
		move 0 to o-value
		evaluate cq-type
			when 'V'
				move cq-old-value to maint-old-value
				move cq-new-value to maint-new-value
				compute maint-delta = maint-new-value - maint-old-value
				move cq-new-numeral to o-numeral
				move maint-delta to o-value
				move "ADJUST " to o-flag
				move cq-new-numeral to m-numeral
				move cq-new-value to m-value
			when 'H'
				move "HELD   " to o-flag
				move "HELD   " to m-flag
			when 'L'
				move "RELEASE" to o-flag
				move "VALID  " to m-flag
		end-evaluate
		rewrite master-record
		if master-status is not = "00"
			display "Unable to update master for record-id "
				m-record-id " - file status " master-status
				" - request left pending."
		else
			perform write-output
			if cq-type = 'V'
				perform open-maintenance-frame
				perform write-gl-detail
				if gl-open-ok = 'Y'
					add 1 to maint-gl-count
					add maint-delta to maint-gl-total
				end-if
			end-if
			move "APPROVED" to cq-status
			move spaces to cq-review-note
			perform stamp-review
			add 1 to maint-approved-count
			display "Request " cq-request-no " approved and applied."
		end-if
	end-if.

*>	Mark the request in hand declined with the note in maint-note.
decline-change.

	move "DECLINED" to cq-status
	move maint-note to cq-review-note
	perform stamp-review
	add 1 to maint-declined-count
	display "Request " cq-request-no " declined.".

*>	Put the reviewer and the time on the request in hand and
*>	rewrite it.
stamp-review.

	move operator-id to cq-reviewed-by
	accept ad-date from date yyyymmdd
	accept time-work from time
	move tw-hhmmss to ad-time
	move audit-time-stamp to cq-review-stamp
	rewrite change-record
		invalid key
			display "Unable to update request " cq-request-no
				" - file status " change-status "."
	end-rewrite.

*>	Start the session's own frame on the ledger feed the first time
*>	a value change is approved - a header naming the session by MNT
*>	and the time it started, so the ledger can tell maintenance from
*>	a branch file.  A feed that cannot be opened is reported and the
*>	change still stands, as in a conversion run.
open-maintenance-frame.

	if gl-open-ok = 'N'
		open extend gl-extract
		if gl-status = "35"
			open output gl-extract
		end-if
		if gl-status is not = "00"
			display "Unable to open ledger extract - file status "
				gl-status " - ledger detail not sent."
		else
			move 'Y' to gl-open-ok
			accept ad-date from date yyyymmdd
			accept time-work from time
			move spaces to gl-frame-id
			string "MNT" delimited by size
				tw-hhmmss delimited by size
				into gl-frame-id
			end-string
			move ad-date to gl-frame-date
			move 'H' to gh-type
			move gl-frame-id to gh-file-id
			move gl-frame-date to gh-creation-date
			write gl-header-record
		end-if
	end-if.

*>	Close the session's ledger frame with its count and the net of
*>	the differences it carried, and register it as sent.
close-maintenance-frame.

	if gl-open-ok = 'Y'
		move 'T' to gt-type
		move maint-gl-count to gt-record-count
		move maint-gl-total to gt-hash-total
		write gl-trailer-record
		perform register-gl-frame
		close gl-extract
		move 'N' to gl-open-ok
	end-if.

*>	Read one reject and carry it through correction.  A record
*>	already marked resolved by an earlier recycle pass is carried
*>	across untouched without prompting.
			write reject-work-record
		else

*>		A correction posts under the reject's own transaction date,
*>		so a reject dated into a month finance already has cannot
*>		be recycled whatever is wrong with it - it is kept, marked
*>		with the reason it can no longer be posted.
		move 0 to period-closed
		if rj-transaction-date is numeric
			move rj-transaction-date to edit-date
			perform check-posting-period
		end-if
		if period-closed = 1
			display ""
			display "Record-id:  " rj-record-id
			display "Reason:     " rj-reason
			display "Transaction date " rj-transaction-date
				" is in a closed period - reject kept."
			add 1 to recycle-skip-count
			move reject-record to reject-work-record
			move "PERIOD CLOSED" to rw-reason
			write reject-work-record
		else

*>		A reject that failed the front-end edit has nothing wrong
*>		with its numeral - keying a new numeral cannot repair a
*>		blank record-id, a duplicate record-id or a bad transaction
				or rj-reason = "DUPLICATE RECORD-ID"
				or rj-reason = "RECORD-ID ALREADY POSTED"
				or rj-reason = "INVALID TRANSACTION DATE"
				or rj-reason = "REVERSAL ID UNKNOWN"
				or rj-reason = "REVERSAL ID NOT VALID"
				or rj-reason = "ID ALREADY REVERSED"
				or rj-reason = "PERIOD CLOSED"
			display ""
			display "Record-id:  " rj-record-id
			display "Reason:     " rj-reason
		end-if
		end-if
		end-if
		end-if
	end-if.

*>	Correct one rejected decimal record.  The operator keys the
		end-if
	end-if.

*>	One reversal record off ifile, its target already proven valid
*>	on the master by the edit.  The posting is backed out by a
*>	reversing output row carrying the negated value and the REVERSD
*>	flag, the master posting is marked reversed rather than deleted
*>	so its history stands, and the negative amount goes to the
*>	ledger feed so the ledger nets the original off.  The reversed
*>	amount is held apart as well - the branch counts a reversal
*>	into its trailer hash by the amount it backs out, the same way
*>	it counted the original.
process-reversal-record.

	move record-id to m-record-id
	read master-file
		invalid key
			move 0 to target-found
		not invalid key
			move 1 to target-found
	end-read
	if target-found = 0
		display "Unable to reread master for record-id "
			record-id " - file status " master-status "."
		add 1 to invalid-count
		move numeral to rj-numeral
		move record-id to rj-record-id
		move transaction-date to rj-transaction-date
		move "REVERSAL TARGET NOT FOUND" to rj-reason
		perform write-reject
	else
	move m-value to reversed-value
	if display-interval = 0
		display "Reversal of " record-id "  " m-numeral
		display "Decimal Value: -" m-value
		display ""
	end-if
	move m-numeral to o-numeral
	move record-id to o-record-id
	move transaction-date to o-transaction-date
	compute o-value = 0 - reversed-value
	move "REVERSD" to o-flag
	perform write-output
	if trial-run = 'N'
		move "REVERSD" to m-flag
		rewrite master-record
		if master-status is not = "00"
			display "Unable to mark record-id " record-id
				" reversed on master - file status "
				master-status "."
		end-if
	end-if
	subtract reversed-value from run-total
	add 1 to reversal-count
	add reversed-value to reversal-total
	perform write-gl-detail
	end-if.

*>	One expression record off ifile - the numeral field carries the
*>	whole expression.  A good expression posts its result to ofile
*>	like any conversion would; a bad one is rejected whole, with the
		move record-id to rj-record-id
		move transaction-date to rj-transaction-date
		move "INVALID EXPRESSION" to rj-reason
		perform write-reject
	else
		move expr-result to expr-result-edit
		if display-interval = 0
	if display-interval = 0
		display ""
	end-if
	perform write-output
	perform post-master
	perform write-gl-detail.

		move record-id to rj-record-id
		move transaction-date to rj-transaction-date
		move "INVALID DECIMAL VALUE" to rj-reason
		perform write-reject
	else
		move dec-input to dec-original
		perform get-roman
		add dec-original to run-total
		move "VALID  " to o-flag
	end-if
	perform write-output
	perform post-master
	perform write-gl-detail.


	if record-id = spaces then
		move "MISSING RECORD-ID" to edit-reason
	else
	if record-type = 'R'
		perform check-reversal-target
	else
		if seen-work-ok = 'Y'
			move record-id to sw-record-id
			end-read
		end-if
	end-if
	end-if

	if edit-reason = spaces then
		if transaction-date is not numeric then
		else
			move transaction-date to edit-date
			perform check-calendar-date
			if edit-reason = spaces
				perform check-posting-period
				if period-closed = 1
					move "PERIOD CLOSED" to edit-reason
				end-if
			end-if
		end-if
	end-if.

*>	A reversal names a record-id already posted, so in place of the
*>	duplicate checks it must find that id on the master with a
*>	posting still valid - an id never posted, one posted invalid
*>	and one already reversed each go to the reject file under their
*>	own reason.  A reversal is never registered as a seen id: the
*>	posting it backs out may well be earlier in the same file.  In
*>	a resumed run a posting already reversed is this very reversal
*>	only when the interrupted half wrote its reversing row past the
*>	checkpoint - the same id and date - and then it is passed over
*>	with its figures counted the way a reposted record is.  Any
*>	other reversed posting was reversed before, and is rejected.
check-reversal-target.

	if master-open-ok = 'N'
		move "REVERSAL ID UNKNOWN" to edit-reason
	else
		move record-id to m-record-id
		read master-file
			invalid key
				move "REVERSAL ID UNKNOWN" to edit-reason
			not invalid key
				if m-flag = "REVERSD"
					if run-resumed = 'Y' and revwork-ok = 'Y'
						move record-id to ir-record-id
						move transaction-date to ir-transaction-date
						read reversal-work
							invalid key
								continue
							not invalid key
								move 1 to record-preposted
						end-read
					end-if
					if record-preposted = 0
						move "ID ALREADY REVERSED" to edit-reason
					end-if
				else
					if m-flag is not = "VALID  "
						move "REVERSAL ID NOT VALID" to edit-reason
					end-if
				end-if
		end-read
	end-if.

*>	The master already holds this record's id.  When the posting is
*>	this very record - the same transaction date and the same
*>	content as this run would post - the record was already
		end-if
	end-if.

*>	Open the accounting period control file for the run.  Periods
*>	are opened, closed and kept by the period-close job alone, so
*>	the file is only read here and never created - with no file, or
*>	no entry for a month, the month has never been closed and is
*>	open for posting.
open-period-control.

	move 'N' to period-open-ok
	open input period-control
	if period-status = "00"
		move 'Y' to period-open-ok
	else
		if period-status is not = "35"
			display "Unable to open period control file - file "
				"status " period-status "."
		end-if
	end-if.

*>	Look up the accounting period of edit-date.  A month being
*>	closed is as shut as one already closed - its figures are
*>	being snapshotted for finance, and a posting landing in it now
*>	would make the snapshot wrong the moment it was taken.
check-posting-period.

	move 0 to period-closed
	if period-open-ok = 'Y'
		move edit-date(1:6) to pc-period
		read period-control
			invalid key
				continue
			not invalid key
				if pc-status = "CLOSED " or pc-status = "CLOSING"
					move 1 to period-closed
				end-if
		end-read
	end-if.

*>	Open the cumulative record-id master for update, creating it on
*>	the first run it does not yet exist.  A trial run only looks ids
*>	up, so it opens the master for input and never creates it.
open-master.

	move 'Y' to master-open-ok
	if trial-run = 'Y'
		open input master-file
	else
		open i-o master-file
		if master-status = "35" then
			open output master-file
			close master-file
			open i-o master-file
		end-if
	end-if
	if master-status is not = "00" then
		display "Unable to open master file - file status "
*>	conversion run the first posting stands and the new one is
*>	flagged and counted, but a recycled correction is repairing the
*>	very record the master already holds flagged invalid, so there
*>	the existing posting is rewritten with the repaired values.  A
*>	trial run posts nothing.
post-master.

	if master-open-ok = 'Y' and trial-run = 'N'
		move o-record-id to m-record-id
		move o-numeral to m-numeral
		move o-transaction-date to m-transaction-date
		move o-value to m-value
		move o-flag to m-flag
		write master-record
		if master-status = "00" and master-update-mode = 'N'
			perform record-posting-source
		end-if
		if master-status = "22"
			if master-update-mode = 'Y'
				rewrite master-record
		end-if
	end-if.

*>	Open the posting-source cross-reference, creating it on the first
*>	run it does not yet exist.  The run log says which files ran but
*>	not which record-ids each one carried; this keeps, for every id
*>	first posted by a conversion run, the input file and sending
*>	branch it came in on and the run that posted it, so a suspected
*>	double submission can be traced back to the files that sent it.
*>	A cross-reference that cannot be opened is reported and left
*>	behind - it must not stop the conversion itself.
open-posting-xref.

	move 'N' to xref-open-ok
	open i-o posting-xref
	if xref-status = "35"
		open output posting-xref
		close posting-xref
		open i-o posting-xref
	end-if
	if xref-status = "00"
		move 'Y' to xref-open-ok
	else
		display "Unable to open posting cross-reference - file "
			"status " xref-status "."
	end-if.

*>	Note the source of a record-id just posted to the master.  The
*>	first posting of an id stands on the master, so its source
*>	stands on the cross-reference the same way.
record-posting-source.

	if xref-open-ok = 'Y'
		move o-record-id to sx-record-id
		move ifile-name to sx-ifile-name
		move hdr-file-id to sx-file-id
		move run-start-stamp to sx-run-stamp
		write posting-xref-record
			invalid key
				continue
		end-write
	end-if.

*>	Open this run's seen-id work file fresh - a keyed scratch file
*>	that carries the run's duplicate check, replacing the in-core
*>	table that crawled on month-end files and gave up entirely past
			seenwork-status " - duplicate check degraded."
	end-if.

*>	Open the sending-branch registry for the run, with the history
*>	of every creation date received from each branch.  The registry
*>	is kept by the branch maintenance job and is never created here
*>	- a registry that cannot be opened leaves every header unproven,
*>	and the file is refused at its header rather than posted from a
*>	sender nobody can vouch for.  The receipt history is created the
*>	first time a file is received; a trial run only looks it up.
open-branch-registry.

	move 'N' to branch-open-ok
	move 'N' to receipt-open-ok
	if trial-run = 'Y'
		open input branch-registry
		open input branch-receipts
	else
		open i-o branch-registry
		open i-o branch-receipts
		if receipt-status = "35"
			open output branch-receipts
			close branch-receipts
			open i-o branch-receipts
		end-if
	end-if
	if branch-status = "00"
		move 'Y' to branch-open-ok
	else
		display "Unable to open branch registry - file status "
			branch-status "."
	end-if
	if receipt-status = "00"
		move 'Y' to receipt-open-ok
	else
		if receipt-status is not = "35"
			display "Unable to open branch receipt history - file "
				"status " receipt-status "."
		end-if
	end-if.

*>	Let go of the registry and the receipt history.
close-branch-registry.

	if branch-open-ok = 'Y'
		close branch-registry
		move 'N' to branch-open-ok
	end-if
	if receipt-open-ok = 'Y'
		close branch-receipts
		move 'N' to receipt-open-ok
	end-if.

*>	Read the file's first record ahead of the run.  When it is a
*>	header, the sender it names is proven now, before anything is
*>	opened for output; the file is then opened afresh so the run
*>	reads it from the top as it always has.
screen-file-header.

	read ifile into array-area
		at end move 0 to eof-switch
	end-read
	if eof-switch is not = 0
		if record-type = 'H'
			move hd-file-id to hdr-file-id
			move hd-creation-date to hdr-creation-date
			perform check-sending-branch
		end-if
	end-if
	move 1 to eof-switch
	close ifile
	open input ifile.

*>	Prove the sender named on the file header before a single
*>	record is posted - the branch must be on the registry, active,
*>	and must not have sent a file with this creation date before,
*>	since a creation date already received means the branch has
*>	sent the same file again.  A late file, or one arriving out of
*>	order behind a later one, carries a date not yet received and
*>	is taken.  The receipt is only recorded once the file has been
*>	worked through to the end, so a resumed run of the same file is
*>	not mistaken for a re-send.  A trial run with no receipt history
*>	yet has nothing received to repeat.
check-sending-branch.

	move spaces to refuse-reason
	if branch-open-ok = 'N'
		move "BRANCH REGISTRY UNAVAILABLE" to refuse-reason
	else
		move hdr-file-id to br-file-id
		read branch-registry
			invalid key
				move "UNKNOWN BRANCH" to refuse-reason
			not invalid key
				if br-active-flag is not = 'Y'
					move "INACTIVE BRANCH" to refuse-reason
				end-if
		end-read
	end-if
	if refuse-reason = spaces
		if receipt-open-ok = 'Y'
			move hdr-file-id to rc-file-id
			move hdr-creation-date to rc-creation-date
			read branch-receipts
				invalid key
					continue
				not invalid key
					move "CREATION DATE ALREADY RECEIVED"
						to refuse-reason
			end-read
		else
			if trial-run = 'N' or receipt-status is not = "35"
				move "RECEIPT HISTORY UNAVAILABLE" to refuse-reason
			end-if
		end-if
	end-if
	if refuse-reason is not = spaces
		move 1 to file-refused
		display "File refused - " refuse-reason
	end-if.

*>	Record the file's creation date in its branch's receipt history
*>	once the file has been worked through, so the next file carrying
*>	the same date is known for a re-send, and move the registry's
*>	last creation date on when this is the latest yet.  A refused
*>	file, a file with no header, a run stopped at the reject limit
*>	and a trial run leave both as they were.
record-branch-receipt.

	if branch-open-ok = 'Y' and header-seen = 1
			and file-refused = 0 and abort-run = 0
			and trial-run = 'N'
		if receipt-open-ok = 'Y'
			move hdr-file-id to rc-file-id
			move hdr-creation-date to rc-creation-date
			move ifile-name to rc-ifile-name
			move run-start-stamp to rc-received-stamp
			write receipt-record
			if receipt-status is not = "00"
				display "Unable to record receipt for "
					hdr-file-id " " hdr-creation-date
					" - file status " receipt-status "."
			end-if
		end-if
		move hdr-file-id to br-file-id
		read branch-registry
			invalid key
				continue
			not invalid key
				if hdr-creation-date > br-last-creation-date
					move hdr-creation-date
						to br-last-creation-date
					rewrite branch-record
					if branch-status is not = "00"
						display "Unable to update branch registry "
							"for " hdr-file-id " - file status "
							branch-status "."
					end-if
				end-if
		end-read
	end-if.

*>	Open the general ledger feed alongside ofile.  The ledger reads
*>	this dataset instead of someone rekeying ofile, so it carries
*>	the same controls this system demands of an inbound file - a
*>	run's valid records in the ledger's fixed layout, and a trailer
*>	with the record count and value hash for the receiving side to
*>	reconcile.  A resumed run appends behind the header its
*>	interrupted half already wrote, under the date that header
*>	carries; a later file of a manifest run appends its own complete
*>	header/trailer frame.  A feed that cannot be opened is reported
*>	and skipped - it must not stop the conversion itself.
open-gl-extract.

	move 'N' to gl-open-ok
	move ifile-name(1:10) to gl-frame-id
	if resume-from > 0
		move resume-gl-date to gl-frame-date
	else
		move rs-date to gl-frame-date
	end-if
	if resume-from > 0 or manifest-append = 'Y'
		open extend gl-extract
	else
		move 'Y' to gl-open-ok
		if resume-from = 0
			move 'H' to gh-type
			move gl-frame-id to gh-file-id
			move gl-frame-date to gh-creation-date
			write gl-header-record
		end-if
	end-if.

*>	Write one valid converted record to the ledger feed, the
*>	negative detail of a reversal, or the difference an approved
*>	value change makes to a posting.  Invalid and filtered records
*>	never reach here, so nothing the ledger must not see can leak
*>	into the feed.
write-gl-detail.

	if gl-open-ok = 'Y'
			and (o-flag = "VALID  " or o-flag = "REVERSD"
				or o-flag = "ADJUST ")
		move 'D' to gd-type
		move o-record-id to gd-record-id
		move o-transaction-date to gd-transaction-date

*>	Finish the ledger feed with its control trailer - the count of
*>	valid records and the hash of their values, the same figures
*>	the run's own trailer reconciliation stands on - and put the
*>	finished frame on the ledger frame register.  A run stopped by
*>	the reject-abort limit leaves the frame open, and the resumed
*>	run that finishes the file writes the trailer for the whole of
*>	it.
close-gl-extract.

	if gl-open-ok = 'Y'
		if abort-run = 0 and file-refused = 0
			move 'T' to gt-type
			compute gt-record-count =
				processed-count - invalid-count
			move run-total to gt-hash-total
			write gl-trailer-record
			perform register-gl-frame
		end-if
		close gl-extract
		move 'N' to gl-open-ok
	end-if.

*>	Put the frame whose trailer was just written on the register of
*>	frames sent to the ledger, with the count and hash it carried,
*>	the moment it is finished - the feed itself is rewritten by the
*>	next conversion, so a frame left for the reconciliation to find
*>	there could be gone before it ran.  The register is created the
*>	first time a frame is sent.  A frame already registered under
*>	the same name and date with other figures is a different frame
*>	the ledger cannot tell apart from the first, and is reported.
register-gl-frame.

	move gt-record-count to frame-count
	move gt-hash-total to frame-hash
	open i-o frame-register
	if frame-status = "35"
		open output frame-register
		close frame-register
		open i-o frame-register
	end-if
	if frame-status is not = "00"
		display "Unable to open ledger frame register - file status "
			frame-status " - frame " gl-frame-id " not registered."
	else
		move gl-frame-id to fr-file-id
		move gl-frame-date to fr-creation-date
		move frame-count to fr-record-count
		move frame-hash to fr-hash-total
		move space to fr-ack-status
		move 0 to fr-ack-date
		move 0 to fr-accepted
		move 0 to fr-refused
		write frame-record
		if frame-status = "22"
			read frame-register
			if fr-record-count is not = frame-count
					or fr-hash-total is not = frame-hash
				move frame-hash to frame-hash-edit
				display "DUPLICATE FRAME KEY " gl-frame-id " "
					gl-frame-date " - this frame count "
					frame-count " hash " frame-hash-edit
				move fr-hash-total to frame-hash-edit
				display "    already registered with count "
					fr-record-count " hash " frame-hash-edit
			end-if
		else
			if frame-status is not = "00"
				display "Unable to register ledger frame "
					gl-frame-id " - file status " frame-status "."
			end-if
		end-if
		close frame-register
	end-if.

*>	Look a single record-id up on the master and show what it
*>	converted to, answering the business inquiries that used to need
*>	a sequential scan of ofile.
		move run-total to rl-run-total
		move run-resumed to rl-resume-flag
		move return-code to rl-return-code
		move hdr-file-id to rl-file-id
		move hdr-creation-date to rl-creation-date
		write run-log-record
		close run-log
	end-if.
		add 1 to runlog-row
		if runlog-row > runlog-skip
			display "Run " rl-run-number " File " rl-ifile-name
				" Branch " rl-file-id
			display "  Start " rl-start-stamp "  End " rl-end-stamp
			display "  Processed " rl-processed "  Invalid " rl-invalid
				"  Total " rl-run-total
		end-if
	end-if.

*>	Stamp a reject with the input file and header file id it came
*>	from, so rejret can send it back to the sending branch, and
*>	write it.  A blank returned date marks it not yet sent back.
*>	Every reject is tallied by its reason for the pre-screen report;
*>	a trial run writes none of them.
write-reject.

	perform tally-reject-reason
	if trial-run = 'N'
		move ifile-name to rj-ifile-name
		move hdr-file-id to rj-file-id
		move spaces to rj-returned-date
		write reject-record
	end-if.

*>	Count the reject in reject-record against its reason.  Reasons
*>	past the thirtieth distinct one are counted together.
tally-reject-reason.

	move 0 to tally-found
	perform match-reject-tally
		varying tally-idx from 1 by 1
		until tally-idx > tally-count or tally-found = 1
	if tally-found = 0
		if tally-count < 30
			add 1 to tally-count
			move rj-reason to tl-reason(tally-count)
			move 1 to tl-count(tally-count)
		else
			add 1 to tally-other-count
		end-if
	end-if.

*>	Check one reason already tallied against the reject in hand.
match-reject-tally.

	if tl-reason(tally-idx) = rj-reason
		add 1 to tl-count(tally-idx)
		move 1 to tally-found
	end-if.

*>	Write the output record just built to ofile, counting the row
*>	for the checkpoint.  A trial run posts nothing, so it writes
*>	nothing.
write-output.

	if trial-run = 'N'
		write output-record
		add 1 to ofile-rows
	end-if.

*>	Count the rows already on ofile before appending to it, so the
*>	run's checkpoints say where on ofile it had got to.
count-ofile-rows.

	move 0 to ofile-rows
	open input ofile
	if ofile-status = "00"
		perform count-one-ofile-row
			until eof-switch = 0
		move 1 to eof-switch
		close ofile
	end-if
	move 'Y' to ofile-rows-known.

*>	Count one ofile row.  While a resumed run is loading, a
*>	reversing row past the checkpoint's place on ofile was written
*>	by the interrupted half, and is noted by its id and date.
count-one-ofile-row.

	read ofile
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		add 1 to ofile-rows
		if revwork-ok = 'Y' and ofile-rows > resume-ofile-rows
				and o-flag = "REVERSD"
			move o-record-id to ir-record-id
			move o-transaction-date to ir-transaction-date
			write reversal-work-record
				invalid key
					continue
			end-write
		end-if
	end-if.

*>	Open a resumed run's note of the reversals its interrupted half
*>	wrote past the last checkpoint - a keyed scratch file, fresh
*>	each resumed run - and fill it while counting ofile.  A note
*>	that cannot be opened is reported, and every posting found
*>	reversed is then taken as reversed before.
load-interrupted-reversals.

	move 'N' to revwork-ok
	open output reversal-work
	if revwork-status = "00"
		close reversal-work
		open i-o reversal-work
	end-if
	if revwork-status = "00"
		move 'Y' to revwork-ok
	else
		display "Unable to open reversal work file - file status "
			revwork-status "."
	end-if
	perform count-ofile-rows.

*>	Let go of the resumed run's reversal note.
close-reversal-work.

	if revwork-ok = 'Y'
		close reversal-work
		move 'N' to revwork-ok
	end-if.

*>	Copy the reworked rejects back over the reject file.
copy-work-to-rejects.

	accept rs-date from date yyyymmdd
	accept time-work from time
	move tw-hhmmss to rs-time
	move spaces to hdr-file-id
	move 0 to hdr-creation-date
	move 0 to file-refused
	move spaces to refuse-reason
	move 'Y' to ifile-open-ok
	open input ifile
	if ifile-status is not = "00" then
		move 0 to trailer-seen
		move 0 to trailer-count
		move 0 to trailer-hash
		move 0 to reversal-count
		move 0 to reversal-total
		move 0 to data-record-count
		move 0 to control-mismatch
		move 'N' to run-resumed
		move 0 to abort-run
		move 0 to filtered-count
		move 0 to tally-count
		move 0 to tally-other-count
		move 1 to i
		move 0 to prev
		move 0 to summation
*>		indistinguishable from a clean one bar the resume flag.
*>		The record counter and the data record count are not
*>		restored - the resumed run re-reads the file from the
*>		top and recounts every record as it skips past it.  A
*>		trial run always takes the file from the top, the way a
*>		first real run of it would.
		if trial-run = 'Y'
			move 0 to resume-from
		else
		open input restart-file
		if restart-status = "00" then
			read restart-file into restart-record
					move restart-creation-date to hdr-creation-date
					move restart-trailer-count to trailer-count
					move restart-trailer-hash to trailer-hash
					move restart-reversals to reversal-count
					move restart-reversal-total to reversal-total
					move 0 to resume-ofile-rows
					if restart-ofile-rows is numeric
						move restart-ofile-rows to resume-ofile-rows
					end-if
					move rs-date to resume-gl-date
					if restart-gl-frame-date is numeric
							and restart-gl-frame-date > 0
						move restart-gl-frame-date to resume-gl-date
					end-if
				end-if
			else
				move 0 to resume-from
		else
			move 0 to resume-from
		end-if
		end-if

*>		The sender named on the file's header is proven first -
*>		a file refused at its header opens nothing for output, so
*>		it leaves ofile, the reject file and the ledger feed
*>		exactly as they stood.
		perform open-branch-registry
		perform screen-file-header

*>		Resuming past a checkpoint means an earlier run already
*>		wrote its share of OFILE/REJECT-FILE - open for append
*>		(no checkpoint) still opens for output as before.  Later
*>		files of a manifest run likewise append, so the night's
*>		output accumulates across the whole set instead of each
*>		file wiping out the one before it.  A trial run opens
*>		neither, and nor does a refused file.  Ofile's row count
*>		is kept as the run writes, so each checkpoint can say
*>		where on ofile the run had got to; a resumed run counts
*>		ofile as it finds it, noting every reversal its
*>		interrupted half wrote past the checkpoint.
		move 'Y' to output-open-ok
		if trial-run = 'N' and file-refused = 0
			if resume-from > 0 then
				move 'Y' to run-resumed
				perform load-interrupted-reversals
				open extend ofile
				open extend reject-file
			else
				if manifest-append = 'Y' then
					if ofile-rows-known = 'N'
						perform count-ofile-rows
					end-if
					open extend ofile
					open extend reject-file
				else
					open output ofile
					open output reject-file
					move 0 to ofile-rows
					move 'Y' to ofile-rows-known
				end-if
			end-if
			if ofile-status is not = "00"
					or rejfile-status is not = "00" then
				display "Unable to open output file - ofile status "
					ofile-status ", reject file status "
					rejfile-status "."
				move 'N' to output-open-ok
			end-if
		end-if

*>		When the output side cannot open, the input file must still
*>		manifest run at its own open.
		if output-open-ok = 'N' then
			close ifile
			perform close-branch-registry
			perform close-reversal-work
		else
		move 0 to duplicate-key-count
		perform open-master
		perform open-seen-work
		perform open-period-control
		if trial-run = 'N' and file-refused = 0
			perform open-posting-xref
			perform open-gl-extract
		end-if

*>	Continue to read through the file and convert the roman numerals
		perform
			until eof-switch = 0 or abort-run = 1 or file-refused = 1
			read ifile into array-area
				at end move 0 to eof-switch
			end-read

*>				A header or trailer control record from the sending
*>				branch frames the file - neither is a numeral, so
*>				neither is counted or converted.  The header's
*>				sender was already proven before the run began.
*>				The trailer's expected count and hash total are
*>				held back for the reconciliation after end-of-file.
				if record-type = 'H'
					move hd-file-id to hdr-file-id
					move hd-creation-date to hdr-creation-date
					if record-preposted = 1
						if m-flag = "INVALID"
							add 1 to invalid-count
						else
						if record-type = 'R'
							move m-value to preposted-value
							subtract preposted-value from run-total
							add 1 to reversal-count
							add preposted-value to reversal-total
						else
							move m-value to preposted-value
							add preposted-value to run-total
						end-if
						end-if
					else
					if edit-reason is not = spaces
						if display-interval = 0
						move record-id to rj-record-id
						move transaction-date to rj-transaction-date
						move edit-reason to rj-reason
						perform write-reject
					else
					if record-type = 'R'
						perform process-reversal-record
					else
					if record-type = 'E'
						perform process-expression-record
							move "INVALID ROMAN NUMERAL" to reject-reason
						end-if
						move reject-reason to rj-reason
						perform write-reject
					else
						add summation to run-total
						move "VALID  " to o-flag
					end-if
					perform write-output
					perform post-master
					perform write-gl-detail

					end-if
					end-if
					end-if
					end-if
				else

*>				Even while skipping back to the checkpoint, the
*>				rejected the way a clean run rejects it.
					if record-id is not = spaces
							and seen-work-ok = 'Y'
							and record-type is not = 'R'
						move record-id to sw-record-id
						write seen-work-record
					end-if
		end-perform
		move 1 to eof-switch
		close ifile
		if trial-run = 'N' and file-refused = 0
			close ofile
			close reject-file
		end-if
		if master-open-ok = 'Y'
			close master-file
		end-if
			close seen-id-work
			move 'N' to seen-work-ok
		end-if
		perform record-branch-receipt
		perform close-branch-registry
		perform close-reversal-work
		if period-open-ok = 'Y'
			close period-control
			move 'N' to period-open-ok
		end-if
		if xref-open-ok = 'Y'
			close posting-xref
			move 'N' to xref-open-ok
		end-if
		perform close-gl-extract

*>		The run completed, so clear the checkpoint - a future run
*>		against this file should start from the beginning again.  A
*>		run stopped by the reject-abort limit keeps its checkpoint
*>		so the rerun resumes from where it stopped, and a refused
*>		file leaves any checkpoint it found exactly as it was, as
*>		does a trial run.
		if abort-run = 0 and file-refused = 0 and trial-run = 'N'
			perform clear-checkpoint
		end-if

		display ""
		display "Batch Summary"
		display "------------------------------"
		if file-refused = 1
			display "FILE REFUSED - " refuse-reason
		end-if
		display "Records Processed: " processed-count
		display "Records Invalid:   " invalid-count
		display "Records Filtered:  " filtered-count
		display "Edit Rejects:      " edit-reject-count
		display "Duplicate Keys:    " duplicate-key-count
		display "Reversals:         " reversal-count
		display "Sum of Values:      " run-total
		if processed-count > invalid-count + reversal-count
			compute run-average = (run-total + reversal-total) /
				(processed-count - invalid-count - reversal-count)
		else
			move 0 to run-average
		end-if
*>		Reconcile the run against the trailer the sending branch
*>		put on the file - the record count must match the detail
*>		records read, and the hash total must match the sum of the
*>		values converted.  The branch hashes a reversal by the
*>		amount it backs out, not the negative the run nets off, so
*>		the run's total is held against the hash with the reversed
*>		amounts counted back in positive.  A resumed run restores
*>		its interrupted half's figures from the checkpoint, so it
*>		is held to the trailer exactly as a clean run is.
		if trailer-seen = 1
			if date-filter-from > 0 or date-filter-to < 99999999
				display "Trailer reconciliation skipped - "
				display "------------------------------"
				display "Trailer Count:     " trailer-count
					"  File Count: " data-record-count
				compute trailer-check-total =
					run-total + reversal-total + reversal-total
				display "Trailer Hash:      " trailer-hash
					"  Run Hash:   " trailer-check-total
				if trailer-count is not = data-record-count
						or trailer-hash is not = trailer-check-total
					move 1 to control-mismatch
					display "CONTROL TOTALS DO NOT RECONCILE"
				else
*>		trailer is the truncated-transmission case the controls
*>		exist for - the missing trailer is itself a control
*>		failure.  A run stopped early by the reject-abort limit
*>		never reaches the trailer, so it is not held to this, and
*>		nor is a file refused at its header.
		if header-seen = 1 and trailer-seen = 0 and abort-run = 0
				and file-refused = 0
			display "File header present but no trailer - "
				"file may be truncated."
			move 1 to control-mismatch
*>	Write a checkpoint carrying the run's position and everything a
*>	resumed run needs to finish with true whole-file figures - the
*>	accumulated processed, invalid, filtered, edit-reject and value
*>	totals, the header and trailer state already seen, how far
*>	along ofile the run had written and the date its ledger frame
*>	went out under.  The
*>	record counter and the data record count are left out on
*>	purpose: the resumed run recounts those as it re-reads the
*>	file, and restoring them as well would double them.  While a
*>	resumed run is still skipping back to its position, nothing is
*>	written - a checkpoint whose counter is behind the one being
*>	resumed from would throw the real position away.  A trial run
*>	never checkpoints - there is nothing posted to resume past.
write-checkpoint.

	if counter < resume-from or trial-run = 'Y'
		continue
	else
	open output restart-file
	move trailer-count to restart-trailer-count
	move trailer-hash to restart-trailer-hash
	move run-stream to restart-stream
	move reversal-count to restart-reversals
	move reversal-total to restart-reversal-total
	move ofile-rows to restart-ofile-rows
	move gl-frame-date to restart-gl-frame-date
	write restart-record
	close restart-file
	end-if.
	move 0 to restart-trailer-count
	move 0 to restart-trailer-hash
	move spaces to restart-stream
	move 0 to restart-reversals
	move 0 to restart-reversal-total
	move 0 to restart-ofile-rows
	move 0 to restart-gl-frame-date
	write restart-record
	close restart-file.

*>	a RETURN-CODE behind for the job scheduler:
*>	0 = all records valid, 4 = some rejected, 8 = none processed or
*>	all rejected, 10 = the file's trailer count or hash total did
*>	not reconcile, 12 = the input file could not be opened, 14 = the
*>	file's header named a sending branch that is unknown or inactive
*>	on the branch registry, or repeated a creation date already
*>	received from it, 16 = the parameter card itself was not
*>	recognized, 20 = the run was stopped by the reject-abort limit
*>	on the control card file.  A manifest run leaves the worst code
*>	any of its files earned.  "T,IFILE001" takes a file nobody trusts
*>	through a trial run - every check a real run makes, the master
*>	looked up but nothing written to ofile, the reject file, the
*>	master, the ledger feed, the run log or the checkpoint - and
*>	prints a pre-screen report, leaving the return code the real run
*>	would get.
batch-run.

	accept rs-date from date yyyymmdd
	unstring job-parm delimited by ","
		into batch-mode-code ifile-name
	end-unstring
	inspect batch-mode-code converting "fmt" to "FMT"

	perform read-control-cards

	if batch-mode-code = 'M' then
		move ifile-name to manifest-name
		perform manifest-run
	else
	if batch-mode-code = 'T' then
		move 'Y' to trial-run
		perform process-file
		perform set-file-return-code
		move file-return-code to return-code
		perform print-prescreen-report
	else
		display "Invalid batch parameter - expecting mode,filename."
		move 16 to return-code
		perform write-run-log
	end-if
	end-if
	end-if.

*>	Grade one file's run for the scheduler.  The same grading serves
	if ifile-open-ok = 'N' or output-open-ok = 'N'
		move 12 to file-return-code
	else
	if file-refused = 1
		move 14 to file-return-code
	else
	if abort-run = 1
		move 20 to file-return-code
	else
		end-if
	end-if
	end-if
	end-if
	end-if.

*>	Pre-screen report for a trial run - what the real run of the
*>	file would come to, so the branch can be rung before anything
*>	touches the books.  The batch summary and control totals above
*>	it are the real run's own figures.
print-prescreen-report.

	display "Pre-screen Report - trial run of " ifile-name
	display "------------------------------"
	display "Nothing written to OFILE, REJFILE, OMASTER, GLEXTR,"
		" RUNLOG or the checkpoint."
	if ifile-open-ok = 'N'
		display "Input file could not be opened."
	else
		if file-refused = 1
			display "Header:              REFUSED - " refuse-reason
		else
			if header-seen = 1
				display "Header:              branch " hdr-file-id
					" accepted"
			else
				display "Header:              none on file"
			end-if
		end-if
		if processed-count > invalid-count + reversal-count
			compute trial-valid-count =
				processed-count - invalid-count - reversal-count
		else
			move 0 to trial-valid-count
		end-if
		display "Projected Valid:     " trial-valid-count
		display "Projected Reversals: " reversal-count
		display "Projected Invalid:   " invalid-count
		display "Filtered:            " filtered-count
		display ""
		display "Rejects by Reason"
		if tally-count = 0
			display "  None."
		else
			perform print-one-tally
				varying tally-idx from 1 by 1
				until tally-idx > tally-count
			if tally-other-count > 0
				display "  " "OTHER REASONS            " "  "
					tally-other-count
			end-if
		end-if
		display ""
		if file-refused = 1
			display "Trailer:             not reached - file refused"
		else
		if abort-run = 1
			display "Trailer:             not reached - reject limit "
				reject-abort-limit " reached"
		else
		if trailer-seen = 0
			if header-seen = 1
				display "Trailer:             MISSING - file may be "
					"truncated"
			else
				display "Trailer:             none on file"
			end-if
		else
		if date-filter-from > 0 or date-filter-to < 99999999
			display "Trailer:             not checked - date filter "
				"active"
		else
		if control-mismatch = 1
			display "Trailer:             DOES NOT RECONCILE"
		else
			display "Trailer:             reconciles"
		end-if
		end-if
		end-if
		end-if
		end-if
	end-if
	display "Projected Return Code: " file-return-code
	display "".

*>	Print one reason's reject count.
print-one-tally.

	display "  " tl-reason(tally-idx) "  " tl-count(tally-idx).

*>	Work a whole night's receipts in one execution off a manifest
*>	dataset listing the input files in order, one per card - blank
*>	cards and cards starting '*' are ignored.  Each file gets its
