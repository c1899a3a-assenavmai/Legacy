*> and the OHIST archive, merged into transaction date order and
*> printed with its numeral, value and flag, each line noting whether
*> it came from the live file or the archive, with a closing total of
*> the valid values, net of any reversal backing a posting out and
*> of any adjustment an approved change made to it.  The record-id's
*> rejects are then reported the same way across REJFILE and the
*> RJHIST archive, so "how often does this id get bounced" is
*> answered on the same statement.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. statement.
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd rjhist.
	01 rjhist-record.
		05 rh-numeral          pic x(30).
		05 rh-record-id        pic x(10).
		05 rh-transaction-date pic 9(8).
		05 rh-reason           pic x(25).
		05 rh-ifile-name       pic x(30).
		05 rh-file-id          pic x(10).
		05 rh-returned-date    pic x(8).
fd ostmt-work.
	01 ostmt-record.
		05 se-source           pic x(7).
77	stmt-arch-count pic 9(9) value 0.
77	stmt-valid-count pic 9(9) value 0.
77	stmt-invalid-count pic 9(9) value 0.
77	stmt-reversal-count pic 9(9) value 0.
77	stmt-maint-count pic 9(9) value 0.
77	stmt-total pic s9(9) value 0 usage is computational.
77	stmt-total-edit pic -(8)9.
77	rj-line-count pic 9(9) value 0.
	move 0 to stmt-arch-count
	move 0 to stmt-valid-count
	move 0 to stmt-invalid-count
	move 0 to stmt-reversal-count
	move 0 to stmt-maint-count
	move 0 to stmt-total

	open input ostmt-sorted
			", archived " stmt-arch-count ")"
		display "Valid:             " stmt-valid-count
		display "Invalid:           " stmt-invalid-count
		display "Reversals:         " stmt-reversal-count
		display "Maintenance:       " stmt-maint-count
		move stmt-total to stmt-total-edit
		display "Total of Values:    " stmt-total-edit
	end-if
		if so-flag = "INVALID"
			add 1 to stmt-invalid-count
		else
			if so-flag = "REVERSD"
				add 1 to stmt-reversal-count
			else
			if so-flag = "ADJUST " or so-flag = "HELD   "
					or so-flag = "RELEASE"
				add 1 to stmt-maint-count
			else
				add 1 to stmt-valid-count
			end-if
			end-if
			move so-value to record-value
			add record-value to stmt-total
		end-if
