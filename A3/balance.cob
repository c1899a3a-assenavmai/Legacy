*> proves the input arrived intact; this job proves the other end -
*> that what the day's run log rows say was produced is actually
*> sitting in OFILE, and that every valid output record made it onto
*> the master with the same value, and that every reversing row
*> backs out a posting the master shows as reversed.  The day's
*> figures are recomputed from OFILE itself, compared to the sum of
*> the day's rl-processed, rl-invalid and rl-run-total, and each
*> valid record is looked up on the master.  Any break prints an
*> out-of-balance report and ends with a non-zero return code so the
*> scheduler can hold the archive job.  Run it after the night's
*> conversions and before recycle mode - a recycled correction
*> rewrites values with no run log row, which this balance would
*> rightly show as a break.
*> Maintenance rows written when a second operator approves a
*> change off the pending-change queue carry no run log row either,
*> so they are counted apart from the run's output; an adjustment
*> row, and a valid row whose master value an approved change has
*> since moved, must each be accounted for by an approved value
*> change on the queue, or they too are breaks.
*> The balancing date (yyyymmdd) may be supplied on the command
*> line; it defaults to today.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. balance.
		alternate record key is m-transaction-date
			with duplicates
		file status is master-status.
	select change-queue assign to "CHGQUEUE"
		organization is indexed
		access is dynamic
		record key is cq-request-no
		alternate record key is cq-record-id
			with duplicates
		file status is change-status.
data division.
file section.
fd ofile.
		05 rl-run-total   pic -(8)9.
		05 rl-resume-flag pic x.
		05 rl-return-code pic 9(2).
		05 rl-file-id     pic x(10).
		05 rl-creation-date pic 9(8).
fd master-file.
	01 master-record.
		05 m-record-id        pic x(10).
		05 m-transaction-date pic 9(8).
		05 m-value            pic -(8)9.
		05 m-flag             pic x(7).
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
working-storage section.
77	ofile-status pic xx.
77	runlog-status pic xx.
77	master-status pic xx.
77	change-status pic xx.
77	change-open-ok pic x value 'N'.
77	change-eof pic 9 value 1.
77	eof-switch pic 9 value 1.
77	balance-parm pic x(80) value spaces.
77	balance-date pic 9(8) value 0.
		05 dr-invalid    pic 9(5).
		05 dr-total      pic s9(8) usage is computational.
77	record-value pic s9(8) usage is computational.
77	master-value pic s9(8) usage is computational.
77	file-count pic 9(9) value 0.
77	file-valid-count pic 9(9) value 0.
77	file-invalid-count pic 9(9) value 0.
77	log-valid-count pic 9(9) value 0.
77	in-balance pic x value 'Y'.
77	value-edit pic -(8)9.
77	file-maint-count pic 9(9) value 0.
77	change-old-value pic s9(8) usage is computational.
77	change-new-value pic s9(8) usage is computational.
77	approved-old-match pic 9 value 0.
77	approved-new-match pic 9 value 0.
77	approved-delta-match pic 9 value 0.

procedure division.

		move 12 to return-code
	end-if

*>	The pending-change queue only explains values an approved change
*>	moved - with no queue, nothing was ever changed that way.
	open input change-queue
	if change-status = "00"
		move 'Y' to change-open-ok
	else
		if change-status is not = "35"
			display "Unable to open pending-change queue - file "
				"status " change-status "."
			move 12 to return-code
		end-if
	end-if

	perform total-ofile
	if ofile-status is not = "00" and ofile-status is not = "35"
		display "Unable to read output file - file status "
	if master-open-ok = 'Y'
		close master-file
	end-if
	if change-open-ok = 'Y'
		close change-queue
	end-if

	perform print-balance-report

		add 1 to file-count
		if o-flag = "INVALID"
			add 1 to file-invalid-count
		else
		if o-flag = "ADJUST " or o-flag = "HELD   "
				or o-flag = "RELEASE"
			add 1 to file-maint-count
			move o-value to record-value
			perform check-maintenance-row
		else
			add 1 to file-valid-count
			move o-value to record-value
						display "NOT ON MASTER  record-id "
							o-record-id
					not invalid key
						if o-flag = "REVERSD"
							perform check-reversal-on-master
						else
						if m-value is not = o-value
							perform check-approved-change
							if approved-old-match = 0
									or approved-new-match = 0
								add 1 to master-mismatch-count
								display "VALUE DIFFERS  record-id "
									o-record-id "  file " o-value
									"  master " m-value
							end-if
						end-if
						end-if
				end-read
			end-if
		end-if
		end-if
	end-if.

*>	A maintenance row's posting must be on the master, and an
*>	adjustment's difference must be the one an approved value change
*>	on the queue made.
check-maintenance-row.

	if master-open-ok = 'Y'
		move o-record-id to m-record-id
		read master-file
			invalid key
				add 1 to master-missing-count
				display "NOT ON MASTER  record-id "
					o-record-id
			not invalid key
				if o-flag = "ADJUST "
					perform check-approved-change
					if approved-delta-match = 0
						add 1 to master-mismatch-count
						display "ADJUST BREAK   record-id "
							o-record-id "  file " o-value
							" - no approved change for it"
					end-if
				end-if
		end-read
	end-if.

*>	Look along the queue's record-id key at every approved value
*>	change to o-record-id, noting whether one started from the
*>	output row's value, one left the master's value, and one made
*>	the row's value as its difference.
check-approved-change.

	move 0 to approved-old-match
	move 0 to approved-new-match
	move 0 to approved-delta-match
	if change-open-ok = 'Y'
		move o-record-id to cq-record-id
		move 1 to change-eof
		start change-queue key is = cq-record-id
			invalid key
				move 0 to change-eof
		end-start
		perform match-one-change
			until change-eof = 0
	end-if.

*>	Check one queued request for the record-id in hand.
match-one-change.

	read change-queue next
		at end move 0 to change-eof
	end-read

	if change-eof is not = 0
		if cq-record-id is not = o-record-id
			move 0 to change-eof
		else
			if cq-status = "APPROVED" and cq-type = 'V'
				move cq-old-value to change-old-value
				move cq-new-value to change-new-value
				move m-value to master-value
				if change-old-value = record-value
					move 1 to approved-old-match
				end-if
				if change-new-value = master-value
					move 1 to approved-new-match
				end-if
				if change-new-value - change-old-value = record-value
					move 1 to approved-delta-match
				end-if
			end-if
		end-if
	end-if.

*>	A reversing row backs its posting out at the negative of the
*>	posted value, and the master keeps that posting's value with
*>	its flag turned to REVERSD - anything else is a break.
check-reversal-on-master.

	move m-value to master-value
	if m-flag is not = "REVERSD"
			or master-value + record-value is not = 0
		add 1 to master-mismatch-count
		display "REVERSAL BREAK record-id " o-record-id
			"  file " o-value "  master " m-value " " m-flag
	end-if.

*>	Put the three sides next to each other and rule on the day.
		"  invalid: " file-invalid-count
	move file-total to value-edit
	display "File value total:     " value-edit
	display "Maintenance rows:    " file-maint-count
	display "Missing on master:   " master-missing-count
	display "Master value breaks: " master-mismatch-count
	display ""
