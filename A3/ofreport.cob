*> Reads OFILE after the nightly run, sorts it into transaction
*> date order and prints records, valid/invalid counts, sum and
*> average of the converted values for each date, with a grand
*> total at the bottom matching the run's batch summary.  A
*> reversing row is counted apart from the valid postings - its
*> negative value nets the sum down, but the average stays the
*> average of the postings themselves.  Maintenance rows from an
*> approved change - a value adjustment, a hold or its release -
*> are counted apart the same way, an adjustment netting its
*> difference into the sum.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. ofreport.
77	date-valid-count pic 9(9) value 0.
77	date-invalid-count pic 9(9) value 0.
77	date-total pic s9(9) value 0 usage is computational.
77	date-reversal-count pic 9(9) value 0.
77	date-reversal-total pic s9(9) value 0 usage is computational.
77	date-maint-count pic 9(9) value 0.
77	date-maint-total pic s9(9) value 0 usage is computational.
77	date-average pic s9(7)v99 value 0 usage is computational.
77	date-average-edit pic -(7)9.99.
77	grand-count pic 9(9) value 0.
77	grand-valid-count pic 9(9) value 0.
77	grand-invalid-count pic 9(9) value 0.
77	grand-total pic s9(9) value 0 usage is computational.
77	grand-reversal-count pic 9(9) value 0.
77	grand-reversal-total pic s9(9) value 0 usage is computational.
77	grand-maint-count pic 9(9) value 0.
77	grand-maint-total pic s9(9) value 0 usage is computational.
77	grand-average pic s9(7)v99 value 0 usage is computational.
77	grand-average-edit pic -(7)9.99.
77	date-total-edit pic -(8)9.
				move 0 to date-valid-count
				move 0 to date-invalid-count
				move 0 to date-total
				move 0 to date-reversal-count
				move 0 to date-reversal-total
				move 0 to date-maint-count
				move 0 to date-maint-total
			end-if

			add 1 to date-count
			if sr-flag = "INVALID"
				add 1 to date-invalid-count
				add 1 to grand-invalid-count
			else
			if sr-flag = "REVERSD"
				add 1 to date-reversal-count
				add 1 to grand-reversal-count
				move sr-value to record-value
				add record-value to date-total
				add record-value to grand-total
				add record-value to date-reversal-total
				add record-value to grand-reversal-total
			else
			if sr-flag = "ADJUST " or sr-flag = "HELD   "
					or sr-flag = "RELEASE"
				add 1 to date-maint-count
				add 1 to grand-maint-count
				move sr-value to record-value
				add record-value to date-total
				add record-value to grand-total
				add record-value to date-maint-total
				add record-value to grand-maint-total
			else
				add 1 to date-valid-count
				add 1 to grand-valid-count
				add record-value to date-total
				add record-value to grand-total
			end-if
			end-if
			end-if
		end-if
	end-perform

	display "Records Processed: " grand-count
	display "Records Valid:     " grand-valid-count
	display "Records Invalid:   " grand-invalid-count
	display "Reversals:         " grand-reversal-count
	display "Maintenance:       " grand-maint-count
	move grand-total to grand-total-edit
	display "Sum of Values:      " grand-total-edit
	if grand-valid-count > 0
		compute grand-average =
			(grand-total - grand-reversal-total - grand-maint-total)
				/ grand-valid-count
	else
		move 0 to grand-average
	end-if
	display "  Records:         " date-count
	display "  Valid:           " date-valid-count
	display "  Invalid:         " date-invalid-count
	display "  Reversals:       " date-reversal-count
	display "  Maintenance:     " date-maint-count
	move date-total to date-total-edit
	display "  Sum of Values:    " date-total-edit
	if date-valid-count > 0
		compute date-average =
			(date-total - date-reversal-total - date-maint-total)
				/ date-valid-count
	else
		move 0 to date-average
	end-if
