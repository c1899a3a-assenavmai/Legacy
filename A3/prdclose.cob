*> Accounting period close job.  Once a month's figures have gone to
*> finance nothing more may post into it, so this job closes the
*> month on the period control file that conversion and recycle
*> consult before posting, and keeps the figures it closed on.  The
*> mode and the period (yyyymm) arrive on the command line as
*> mode,period:
*>   C (close)  - refuse while the month still has open rejects on
*>                REJFILE or is already closed; otherwise mark it
*>                closing, snapshot the month's counts and value
*>                totals from OFILE/OHIST and from the master into
*>                the period totals file, print the close report and
*>                mark the month closed.  A close that stopped part
*>                way leaves the month closing, and is simply run
*>                again;
*>   R (report) - print the month's figures as closed next to the
*>                figures the files give now, with the movement
*>                since the close.
*> Return codes: 0 = closed, or no movement since the close; 4 = the
*> month has moved since it was closed, or was never closed; 8 = the
*> close was refused; 12 = a file could not be read or written;
*> 16 = the parameter was not recognized.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. prdclose.
environment division.
input-output section.
file-control.
	select ofile assign to "OFILE"
		organization is line sequential
		file status is ofile-status.
	select ohist assign to "OHIST"
		organization is line sequential
		file status is ohist-status.
	select reject-file assign to "REJFILE"
		organization is line sequential
		file status is rejfile-status.
	select master-file assign to "OMASTER"
		organization is indexed
		access is dynamic
		record key is m-record-id
		alternate record key is m-transaction-date
			with duplicates
		file status is master-status.
	select period-control assign to "PERIODS"
		organization is indexed
		access is random
		record key is pc-period
		file status is period-status.
	select period-totals assign to "PRDTOTAL"
		organization is indexed
		access is random
		record key is pt-period
		file status is totals-status.
data division.
file section.
fd ofile.
	01 output-record.
		05 o-numeral          pic x(30).
		05 o-record-id        pic x(10).
		05 o-transaction-date pic 9(8).
		05 o-value            pic -(8)9.
		05 o-flag             pic x(7).
fd ohist.
	01 ohist-record.
		05 oh-numeral          pic x(30).
		05 oh-record-id        pic x(10).
		05 oh-transaction-date pic 9(8).
		05 oh-value            pic -(8)9.
		05 oh-flag             pic x(7).
fd reject-file.
	01 reject-record.
		05 rj-numeral          pic x(30).
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd master-file.
	01 master-record.
		05 m-record-id        pic x(10).
		05 m-numeral          pic x(30).
		05 m-transaction-date pic 9(8).
		05 m-value            pic -(8)9.
		05 m-flag             pic x(7).
fd period-control.
	01 period-record.
		05 pc-period          pic 9(6).
		05 pc-status          pic x(7).
		05 pc-status-stamp    pic 9(14).
fd period-totals.
	01 period-totals-record.
		05 pt-period          pic 9(6).
		05 pt-close-stamp     pic 9(14).
		05 pt-out-records     pic 9(9).
		05 pt-out-valid       pic 9(9).
		05 pt-out-invalid     pic 9(9).
		05 pt-out-reversed    pic 9(9).
		05 pt-out-total       pic s9(10) sign leading separate.
		05 pt-mst-postings    pic 9(9).
		05 pt-mst-valid       pic 9(9).
		05 pt-mst-invalid     pic 9(9).
		05 pt-mst-reversed    pic 9(9).
		05 pt-mst-total       pic s9(10) sign leading separate.
		05 pt-out-maint       pic 9(9).
		05 pt-mst-held        pic 9(9).
working-storage section.
77	ofile-status pic xx.
77	ohist-status pic xx.
77	rejfile-status pic xx.
77	master-status pic xx.
77	period-status pic xx.
77	totals-status pic xx.
77	eof-switch pic 9 value 1.
77	close-parm pic x(80) value spaces.
77	run-mode pic x value space.
77	period-text pic x(6) value spaces.
77	close-period pic 9(6) value 0.
77	period-month pic 9(2) value 0.
77	period-on-file pic x value 'N'.
77	open-reject-count pic 9(9) value 0.
77	master-done pic 9 value 0.
77	files-ok pic x value 'Y'.
77	record-value pic s9(8) usage is computational.
77	movement-found pic x value 'N'.
01 stamp-work.
	05 sw-date pic 9(8).
	05 sw-time pic 9(6).
01 stamp-value redefines stamp-work pic 9(14).
01 time-work.
	05 tw-hhmmss     pic 9(6).
	05 tw-hundredths pic 9(2).
*>	The month's figures as the files give them now - a close keeps
*>	them as the snapshot, a report sets them against the snapshot.
01 current-figures.
	05 cf-out-records     pic 9(9).
	05 cf-out-valid       pic 9(9).
	05 cf-out-invalid     pic 9(9).
	05 cf-out-reversed    pic 9(9).
	05 cf-out-total       pic s9(10) usage is computational.
	05 cf-mst-postings    pic 9(9).
	05 cf-mst-valid       pic 9(9).
	05 cf-mst-invalid     pic 9(9).
	05 cf-mst-reversed    pic 9(9).
	05 cf-mst-total       pic s9(10) usage is computational.
	05 cf-out-maint       pic 9(9).
	05 cf-mst-held        pic 9(9).
77	count-edit pic -(9)9.
77	closed-edit pic -(9)9.
77	movement-edit pic -(9)9.
77	movement-value pic s9(10) usage is computational.

procedure division.

	accept close-parm from command-line
	unstring close-parm delimited by ","
		into run-mode period-text
	end-unstring
	inspect run-mode converting "cr" to "CR"
	if (run-mode is not = 'C' and run-mode is not = 'R')
			or period-text is not numeric
		display "Parameter must be C or R, then the period - "
			"e.g. C,202609."
		move 16 to return-code
		stop run
	end-if
	move period-text to close-period
	move close-period(5:2) to period-month
	if close-period(1:4) = "0000" or period-month < 1
			or period-month > 12
		display "Period " period-text " is not a valid yyyymm."
		move 16 to return-code
		stop run
	end-if

	display ""
	if run-mode = 'C'
		display "Period Close - " close-period
	else
		display "Period As-Closed Report - " close-period
	end-if
	display "==========================================="

	if run-mode = 'C'
		perform close-period-run
	else
		perform report-period-run
	end-if

	stop run.

*>	Close the month.  Each refusal leaves the period control file
*>	exactly as it was found, so the close can be put right and run
*>	again.
close-period-run.

	open i-o period-control
	if period-status = "35"
		open output period-control
		close period-control
		open i-o period-control
	end-if
	if period-status is not = "00"
		display "Unable to open period control file - file status "
			period-status "."
		move 12 to return-code
	else
		move 'N' to period-on-file
		move close-period to pc-period
		read period-control
			invalid key
				continue
			not invalid key
				move 'Y' to period-on-file
		end-read
		if period-on-file = 'Y' and pc-status = "CLOSED "
			display "Period " close-period " is already closed - "
				"close refused."
			move 8 to return-code
		else
			perform count-open-rejects
			if files-ok = 'N'
				move 12 to return-code
			else
			if open-reject-count > 0
				display ""
				display "Period " close-period " still has "
					open-reject-count " open reject(s) on "
					"REJFILE - close refused."
				display "Recycle or clear them before the month "
					"is closed."
				move 8 to return-code
			else
				move "CLOSING" to pc-status
				perform set-period-status
				if return-code = 0
					perform gather-period-figures
					if files-ok = 'N'
						display "Period left closing - run the "
							"close again once the files can be read."
						move 12 to return-code
					else
						perform save-period-totals
						if return-code = 0
							perform print-close-report
							move "CLOSED " to pc-status
							perform set-period-status
							if return-code = 0
								display "Period " close-period
									" closed."
								display ""
							end-if
						end-if
					end-if
				end-if
			end-if
			end-if
		end-if
		close period-control
	end-if.

*>	Write the period's new status with the moment it was set, adding
*>	the month to the control file the first time it is closed.
set-period-status.

	accept sw-date from date yyyymmdd
	accept time-work from time
	move tw-hhmmss to sw-time
	move close-period to pc-period
	move stamp-value to pc-status-stamp
	if period-on-file = 'Y'
		rewrite period-record
	else
		write period-record
		move 'Y' to period-on-file
	end-if
	if period-status is not = "00"
		display "Unable to update period control file - file "
			"status " period-status "."
		move 12 to return-code
	end-if.

*>	Count the month's rejects still waiting on REJFILE - a reject
*>	not yet resolved is a posting the month may still receive, so
*>	it has to be worked before the month can be closed.
count-open-rejects.

	move 'Y' to files-ok
	move 0 to open-reject-count
	open input reject-file
	if rejfile-status = "00"
		perform count-one-reject
			until eof-switch = 0
		move 1 to eof-switch
		close reject-file
	else
		if rejfile-status is not = "35"
			display "Unable to read reject file - file status "
				rejfile-status "."
			move 'N' to files-ok
		end-if
	end-if.

*>	Hold one reject against the month, listing it when still open.
count-one-reject.

	read reject-file
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if rj-transaction-date(1:6) = period-text
				and rj-reason is not = "RESOLVED"
			add 1 to open-reject-count
			display "OPEN REJECT  " rj-record-id " "
				rj-transaction-date " " rj-reason
		end-if
	end-if.

*>	Work out the month's figures from the files as they stand - the
*>	live output file and its history for what was converted, and
*>	the master, walked by transaction date, for what was posted.
gather-period-figures.

	move 'Y' to files-ok
	move 0 to cf-out-records cf-out-valid cf-out-invalid
		cf-out-reversed cf-out-total
	move 0 to cf-mst-postings cf-mst-valid cf-mst-invalid
		cf-mst-reversed cf-mst-total
	move 0 to cf-out-maint cf-mst-held

	open input ohist
	if ohist-status = "00"
		perform total-one-ohist-record
			until eof-switch = 0
		move 1 to eof-switch
		close ohist
	else
		if ohist-status is not = "35"
			display "Unable to read output history - file status "
				ohist-status "."
			move 'N' to files-ok
		end-if
	end-if

	open input ofile
	if ofile-status = "00"
		perform total-one-ofile-record
			until eof-switch = 0
		move 1 to eof-switch
		close ofile
	else
		if ofile-status is not = "35"
			display "Unable to read output file - file status "
				ofile-status "."
			move 'N' to files-ok
		end-if
	end-if

	open input master-file
	if master-status = "00"
		move 0 to master-done
		move close-period to m-transaction-date(1:6)
		move "01" to m-transaction-date(7:2)
		start master-file
			key is greater than or equal to m-transaction-date
			invalid key
				move 1 to master-done
		end-start
		perform total-one-posting
			until master-done = 1
		close master-file
	else
		if master-status is not = "35"
			display "Unable to read master file - file status "
				master-status "."
			move 'N' to files-ok
		end-if
	end-if.

*>	Count one archived output record of the month.
total-one-ohist-record.

	read ohist
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if oh-transaction-date(1:6) = period-text
			move oh-flag to o-flag
			move oh-value to o-value
			perform count-output-figures
		end-if
	end-if.

*>	Count one live output record of the month.
total-one-ofile-record.

	read ofile
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if o-transaction-date(1:6) = period-text
			perform count-output-figures
		end-if
	end-if.

*>	Fold one output record of the month into its flag's figures.
*>	The value total is net - a reversing row's negative amount
*>	backs out the posting it reverses, and a maintenance row's
*>	adjustment moves the posting it changed.
count-output-figures.

	add 1 to cf-out-records
	if o-flag = "INVALID"
		add 1 to cf-out-invalid
	else
		if o-flag = "REVERSD"
			add 1 to cf-out-reversed
		else
		if o-flag = "ADJUST " or o-flag = "HELD   "
				or o-flag = "RELEASE"
			add 1 to cf-out-maint
		else
			add 1 to cf-out-valid
		end-if
		end-if
		move o-value to record-value
		add record-value to cf-out-total
	end-if.

*>	Count one master posting off the date walk, stopping once past
*>	the end of the month.  Only postings still valid or held carry
*>	value - a reversed posting stands on the master at its original
*>	value but is no longer part of the month's books.  A held
*>	posting is counted apart but its value stays in the books - a
*>	hold only flags the posting for attention.
total-one-posting.

	read master-file next
		at end move 1 to master-done
	end-read

	if master-done = 0
		if m-transaction-date(1:6) is not = period-text
			move 1 to master-done
		else
			add 1 to cf-mst-postings
			if m-flag = "INVALID"
				add 1 to cf-mst-invalid
			else
			if m-flag = "REVERSD"
				add 1 to cf-mst-reversed
			else
				if m-flag = "HELD   "
					add 1 to cf-mst-held
				else
					add 1 to cf-mst-valid
				end-if
				move m-value to record-value
				add record-value to cf-mst-total
			end-if
			end-if
		end-if
	end-if.

*>	Keep the month's figures as closed.  A close run again after
*>	stopping part way replaces the snapshot it left.
save-period-totals.

	open i-o period-totals
	if totals-status = "35"
		open output period-totals
		close period-totals
		open i-o period-totals
	end-if
	if totals-status is not = "00"
		display "Unable to open period totals file - file status "
			totals-status "."
		move 12 to return-code
	else
		move close-period to pt-period
		move pc-status-stamp to pt-close-stamp
		move cf-out-records to pt-out-records
		move cf-out-valid to pt-out-valid
		move cf-out-invalid to pt-out-invalid
		move cf-out-reversed to pt-out-reversed
		move cf-out-total to pt-out-total
		move cf-mst-postings to pt-mst-postings
		move cf-mst-valid to pt-mst-valid
		move cf-mst-invalid to pt-mst-invalid
		move cf-mst-reversed to pt-mst-reversed
		move cf-mst-total to pt-mst-total
		move cf-out-maint to pt-out-maint
		move cf-mst-held to pt-mst-held
		write period-totals-record
		if totals-status = "22"
			rewrite period-totals-record
		end-if
		if totals-status is not = "00"
			display "Unable to write period totals - file status "
				totals-status "."
			move 12 to return-code
		end-if
		close period-totals
	end-if.

*>	Print the figures the month was closed on.
print-close-report.

	display ""
	display "Close Report"
	display "------------------------------"
	display "Output records:      " cf-out-records
	display "  Valid:             " cf-out-valid
	display "  Invalid:           " cf-out-invalid
	display "  Reversals:         " cf-out-reversed
	display "  Maintenance:       " cf-out-maint
	move cf-out-total to count-edit
	display "  Net value total:  " count-edit
	display "Master postings:     " cf-mst-postings
	display "  Valid:             " cf-mst-valid
	display "  Invalid:           " cf-mst-invalid
	display "  Reversed:          " cf-mst-reversed
	display "  Held:              " cf-mst-held
	move cf-mst-total to count-edit
	display "  Valid value total:" count-edit
	if cf-out-total is not = cf-mst-total
		display "Note - output net total and master valid total "
			"differ; run the balance before reporting."
	end-if
	display "".

*>	Set the month's figures now against the figures it closed on.
*>	Any movement means something reached the month after it was
*>	reported - a posting that got past the close, or history
*>	rewritten underneath it.
report-period-run.

	move 'N' to period-on-file
	open input period-control
	if period-status = "00"
		move close-period to pc-period
		read period-control
			invalid key
				continue
			not invalid key
				move 'Y' to period-on-file
		end-read
		close period-control
	end-if
	if period-on-file = 'N'
		display "Period " close-period " has never been closed."
		move 4 to return-code
	else
		display "Period status:  " pc-status
			"  set " pc-status-stamp
		open input period-totals
		if totals-status is not = "00"
			display "Unable to open period totals file - file "
				"status " totals-status "."
			move 12 to return-code
		else
			move close-period to pt-period
			read period-totals
				invalid key
					display "No closed figures held for period "
						close-period "."
					move 4 to return-code
			end-read
			close period-totals
			if return-code = 0
				perform gather-period-figures
				if files-ok = 'N'
					move 12 to return-code
				else
					perform print-movement-report
				end-if
			end-if
		end-if
	end-if.

*>	Print the as-closed figures, today's, and the movement between.
print-movement-report.

	move 'N' to movement-found
	display "Closed on:      " pt-close-stamp
	display ""
	display "                   As closed   Current  Movement"
	display "------------------------------"
	move pt-out-records to closed-edit
	move cf-out-records to count-edit
	compute movement-value = cf-out-records - pt-out-records
	perform edit-movement-line
	display "Output records:   " closed-edit count-edit movement-edit
	move pt-out-valid to closed-edit
	move cf-out-valid to count-edit
	compute movement-value = cf-out-valid - pt-out-valid
	perform edit-movement-line
	display "  Valid:          " closed-edit count-edit movement-edit
	move pt-out-invalid to closed-edit
	move cf-out-invalid to count-edit
	compute movement-value = cf-out-invalid - pt-out-invalid
	perform edit-movement-line
	display "  Invalid:        " closed-edit count-edit movement-edit
	move pt-out-reversed to closed-edit
	move cf-out-reversed to count-edit
	compute movement-value = cf-out-reversed - pt-out-reversed
	perform edit-movement-line
	display "  Reversals:      " closed-edit count-edit movement-edit
	move pt-out-maint to closed-edit
	move cf-out-maint to count-edit
	compute movement-value = cf-out-maint - pt-out-maint
	perform edit-movement-line
	display "  Maintenance:    " closed-edit count-edit movement-edit
	move pt-out-total to closed-edit
	move cf-out-total to count-edit
	compute movement-value = cf-out-total - pt-out-total
	perform edit-movement-line
	display "  Net value:      " closed-edit count-edit movement-edit
	move pt-mst-postings to closed-edit
	move cf-mst-postings to count-edit
	compute movement-value = cf-mst-postings - pt-mst-postings
	perform edit-movement-line
	display "Master postings:  " closed-edit count-edit movement-edit
	move pt-mst-valid to closed-edit
	move cf-mst-valid to count-edit
	compute movement-value = cf-mst-valid - pt-mst-valid
	perform edit-movement-line
	display "  Valid:          " closed-edit count-edit movement-edit
	move pt-mst-invalid to closed-edit
	move cf-mst-invalid to count-edit
	compute movement-value = cf-mst-invalid - pt-mst-invalid
	perform edit-movement-line
	display "  Invalid:        " closed-edit count-edit movement-edit
	move pt-mst-reversed to closed-edit
	move cf-mst-reversed to count-edit
	compute movement-value = cf-mst-reversed - pt-mst-reversed
	perform edit-movement-line
	display "  Reversed:       " closed-edit count-edit movement-edit
	move pt-mst-held to closed-edit
	move cf-mst-held to count-edit
	compute movement-value = cf-mst-held - pt-mst-held
	perform edit-movement-line
	display "  Held:           " closed-edit count-edit movement-edit
	move pt-mst-total to closed-edit
	move cf-mst-total to count-edit
	compute movement-value = cf-mst-total - pt-mst-total
	perform edit-movement-line
	display "  Valid value:    " closed-edit count-edit movement-edit
	display ""
	if movement-found = 'Y'
		display "PERIOD HAS MOVED SINCE IT WAS CLOSED."
		move 4 to return-code
	else
		display "No movement since the close."
	end-if
	display "".

*>	Edit one line's movement and note whether there was any.
edit-movement-line.

	move movement-value to movement-edit
	if movement-value is not = 0
		move 'Y' to movement-found
	end-if.
