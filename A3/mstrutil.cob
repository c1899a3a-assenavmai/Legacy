*>                 neither file any longer, so the master stops
*>                 growing forever.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. mstrutil.
77	rebuild-count pic 9(9) value 0.
77	purge-count pic 9(9) value 0.
77	kept-count pic 9(9) value 0.
77	record-value pic s9(8) usage is computational.
77	adjust-value pic s9(8) usage is computational.
77	orphan-pending pic 9 value 0.
77	orphan-value pic s9(8) usage is computational.
77	orphan-numeral pic x(30) value spaces.
77	orphan-hold pic x value space.
77	orphan-count pic 9(9) value 0.
01 hold-expected.
	05 hx-numeral          pic x(30).
	05 hx-record-id        pic x(10).
		when 'P' perform purge-master
	end-evaluate

*>	A maintenance row left with no posting to apply it to is kept
*>	out of the expected view, and the job says so.
	if orphan-count > 0
		display "Maintenance rows with no posting: " orphan-count
		if return-code < 4
			move 4 to return-code
		end-if
	end-if

	stop run.

*>	Copy the output history and the live output file into one work
*>	record-id, the way the runs post the master - the first record
*>	of an id stands, and a later valid record replaces a posting
*>	still flagged invalid, which is exactly the rewrite a recycled
*>	correction performs.  A reversing row turns the valid posting
*>	it follows to REVERSD and leaves its value standing, exactly
*>	as conversion marks the master.  The maintenance rows of an
*>	approved change follow the same way - an adjustment puts its
*>	numeral on the valid posting and adds its difference to the
*>	value, a hold turns the posting HELD and a release turns it
*>	back to VALID.  A maintenance row met before any posting of its
*>	id is held back and applied once the valid posting turns up; one
*>	that never finds a posting is reported and left out, since an
*>	adjustment's value is only the difference it made.
collapse-expected.

	move 0 to expected-count

	if eof-switch is not = 0
		if hold-active = 1 and cs-record-id = hx-record-id
			if hx-flag = "ORPHAN "
				if cs-flag = "ADJUST " or cs-flag = "HELD   "
						or cs-flag = "RELEASE"
					perform hold-orphan-row
				else
					perform start-expected
				end-if
			else
			if hx-flag = "INVALID" and cs-flag is not = "INVALID"
				move cs-numeral to hx-numeral
				move cs-transaction-date to hx-transaction-date
				move cs-value to hx-value
				move cs-flag to hx-flag
			else
				if hx-flag = "VALID  " and cs-flag = "REVERSD"
					move "REVERSD" to hx-flag
				else
				if hx-flag = "VALID  " and cs-flag = "ADJUST "
					move cs-numeral to hx-numeral
					move hx-value to record-value
					move cs-value to adjust-value
					add adjust-value to record-value
					move record-value to hx-value
				else
				if hx-flag = "VALID  " and cs-flag = "HELD   "
					move "HELD   " to hx-flag
				else
				if hx-flag = "HELD   " and cs-flag = "RELEASE"
					move "VALID  " to hx-flag
				end-if
				end-if
				end-if
				end-if
			end-if
			end-if
		else
			if hold-active = 1
				perform release-expected
			end-if
			move 0 to orphan-pending
			move 0 to orphan-value
			move spaces to orphan-numeral
			move space to orphan-hold
			move cs-record-id to hx-record-id
			if cs-flag = "ADJUST " or cs-flag = "HELD   "
					or cs-flag = "RELEASE"
				move cs-numeral to hx-numeral
				move cs-transaction-date to hx-transaction-date
				move 0 to hx-value
				move "ORPHAN " to hx-flag
				perform hold-orphan-row
			else
				perform start-expected
			end-if
			move 1 to hold-active
		end-if
		if orphan-pending = 1 and hx-flag = "VALID  "
			perform apply-orphan-rows
		end-if
	end-if.

*>	Start the expected posting for a record-id from the sorted
*>	record in hand.  A reversing row whose posting is on neither
*>	file any longer still stands for that posting, at the value it
*>	backed out.
start-expected.

	move cs-numeral to hx-numeral
	move cs-transaction-date to hx-transaction-date
	move cs-value to hx-value
	move cs-flag to hx-flag
	if cs-flag = "REVERSD"
		move cs-value to record-value
		compute hx-value = 0 - record-value
	end-if.

*>	Hold back a maintenance row met before its posting - the
*>	adjustments' differences and latest numeral, and whether the
*>	posting was last held or released.
hold-orphan-row.

	move 1 to orphan-pending
	evaluate cs-flag
		when "ADJUST "
			move cs-numeral to orphan-numeral
			move cs-value to adjust-value
			add adjust-value to orphan-value
		when "HELD   "
			move 'H' to orphan-hold
		when "RELEASE"
			move 'L' to orphan-hold
	end-evaluate.

*>	Apply the held-back maintenance rows to the valid posting they
*>	belong to, now it has turned up.
apply-orphan-rows.

	if orphan-numeral is not = spaces
		move orphan-numeral to hx-numeral
	end-if
	move hx-value to record-value
	add orphan-value to record-value
	move record-value to hx-value
	if orphan-hold = 'H'
		move "HELD   " to hx-flag
	end-if
	move 0 to orphan-pending
	move 0 to orphan-value
	move spaces to orphan-numeral
	move space to orphan-hold.

*>	Write the finished expected posting for one record-id.  Held-back
*>	maintenance rows that never found their posting are reported and
*>	written nowhere.
release-expected.

	if hx-flag = "ORPHAN "
		add 1 to orphan-count
		display "ORPHAN    record-id " hx-record-id
			" - maintenance row with no posting, left out."
	else
	move hx-numeral to ex-numeral
	move hx-record-id to ex-record-id
	move hx-transaction-date to ex-transaction-date
	move hx-value to ex-value
	move hx-flag to ex-flag
	write expected-record
	add 1 to expected-count
	end-if.

*>	Match the expected view against the master key by key - both
*>	sides arrive in record-id order, so a plain two-file match
