*> Nightly job-step driver.  The night used to be run by hand - roman
*> batch-run, then balance, ofreport, rejrpt and at month-end the
*> archiver and mstrutil - with whoever was on shift deciding from
*> each return code whether to carry on, and twice the archiver has
*> purged OFILE after the balance had flagged a break.  This job runs
*> the night from the step definitions on STEPDEFS instead, in the
*> order they are given, one card per step, blank cards and cards
*> starting '*' ignored:
*>   col  1-3    step number, ascending down the cards
*>   col  5-12   program to run
*>   col 14-53   its command-line parameter
*>   col 55-56   highest return code the step may end with
*>   col 58      what to do when it ends higher:
*>                 S - stop the night there;
*>                 C - note it and carry on, dependents and all;
*>                 K - skip every step that depends on it, and carry
*>                     on with the rest
*>   col 60-62, 64-66, 68-70
*>               up to three earlier steps this one depends on - a
*>               step runs only once each of them has run
*>               successfully, and is skipped when any of them failed
*>               or was itself skipped
*> Each step's status, start, end and return code go to STEPSTAT as
*> soon as the step ends, so a rerun the same day after a failure
*> takes up at the failed step, with the steps it skipped, instead of
*> the top - the steps that already ran are not run again.  A night
*> whose every step ran is over, and the next run starts a new one.
*> A night left unfinished on an earlier date is not taken up by the
*> next scheduled run: its unfinished steps are listed as abandoned
*> and a new night starts, so one bad night cannot hold up every
*> night after it.  R on the command line takes up the unfinished
*> night whatever its date (a rerun past midnight); N starts a new
*> night regardless.  A night-run report of every step closes the
*> job.
*> Return codes: 0 = every step ran within its limit; 4 = a step was
*> carried on past (C) or skipped, or an earlier night was abandoned;
*> 8 = a step failed; 12 = the
*> definitions or the status file could not be read or written;
*> 16 = the definitions or the parameter are not valid.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. nightdrv.
environment division.
input-output section.
file-control.
	select step-defs assign to "STEPDEFS"
		organization is line sequential
		file status is defs-status.
	select step-status assign to "STEPSTAT"
		organization is line sequential
		file status is stat-status.
data division.
file section.
fd step-defs.
	01 step-def-card.
		05 sd-step            pic x(3).
		05 filler             pic x.
		05 sd-program         pic x(8).
		05 filler             pic x.
		05 sd-parm            pic x(40).
		05 filler             pic x.
		05 sd-max-rc          pic x(2).
		05 filler             pic x.
		05 sd-action          pic x.
		05 filler             pic x.
		05 sd-depends occurs 3 times.
			10 sd-depend-step pic x(3).
			10 filler         pic x.
		05 filler             pic x(9).
fd step-status.
	01 step-status-record.
		05 ss-night-date      pic 9(8).
		05 ss-step            pic 9(3).
		05 ss-program         pic x(8).
		05 ss-status          pic x(7).
		05 ss-start-stamp     pic 9(14).
		05 ss-end-stamp       pic 9(14).
		05 ss-return-code     pic 9(3).
working-storage section.
77	defs-status pic xx.
77	stat-status pic xx.
77	eof-switch pic 9 value 1.
77	night-parm pic x(80) value spaces.
77	new-night pic x value 'N'.
77	resume-night pic x value 'N'.
77	night-abandoned pic x value 'N'.
77	night-date pic 9(8) value 0.
77	defs-bad pic 9 value 0.
77	defs-reason pic x(40) value spaces.
77	step-count pic 9(3) value 0.
77	stat-count pic 9(3) value 0.
77	stat-matched pic 9(3) value 0.
77	stat-ok pic x value 'Y'.
77	night-stopped pic 9 value 0.
77	night-resumed pic x value 'N'.
77	night-open pic 9 value 0.
77	run-night-date pic 9(8) value 0.
77	sx pic s9(3) usage is computational.
77	dx pic s9(3) usage is computational.
77	px pic s9(3) usage is computational.
77	dep-number pic 9(3) value 0.
77	dep-found pic 9 value 0.
77	dep-state pic x value space.
77	step-rc pic 9(3) value 0.
77	system-status pic s9(9) usage is computational.
77	worst-code pic 9(2) value 0.
77	ran-count pic 9(3) value 0.
77	command-text pic x(80) value spaces.
*>	The night's steps, from the definitions, with where each stands.
01 step-table.
	02 step-entry occurs 99 times.
		05 st-step            pic 9(3).
		05 st-program         pic x(8).
		05 st-parm            pic x(40).
		05 st-max-rc          pic 9(2).
		05 st-action          pic x.
		05 st-depend-step     pic 9(3) occurs 3 times.
		05 st-status          pic x(7).
		05 st-start-stamp     pic 9(14).
		05 st-end-stamp       pic 9(14).
		05 st-return-code     pic 9(3).
01 stamp-work.
	05 sw-date pic 9(8).
	05 sw-time pic 9(6).
01 stamp-value redefines stamp-work pic 9(14).
01 time-work.
	05 tw-hhmmss     pic 9(6).
	05 tw-hundredths pic 9(2).

procedure division.

	accept night-parm from command-line
	inspect night-parm converting "nr" to "NR"
	if night-parm = spaces
		move 'N' to new-night
	else
		if night-parm(1:1) = 'N' and night-parm(2:79) = spaces
			move 'Y' to new-night
		else
		if night-parm(1:1) = 'R' and night-parm(2:79) = spaces
			move 'Y' to resume-night
		else
			display "Parameter must be blank, N to start a new "
				"night, or R to resume the unfinished one."
			move 16 to return-code
			stop run
		end-if
		end-if
	end-if
	accept night-date from date yyyymmdd

	display ""
	display "Nightly Job-Step Driver - " night-date
	display "==========================================="

	perform load-step-definitions
	if defs-status is not = "00"
		display "Unable to read step definitions - file status "
			defs-status "."
		move 12 to return-code
		stop run
	end-if
	if defs-bad = 1 or step-count = 0
		if step-count = 0 and defs-bad = 0
			move "NO STEPS DEFINED" to defs-reason
		end-if
		display "Step definitions not valid - " defs-reason
		move 16 to return-code
		stop run
	end-if

	perform pick-up-night
	if stat-ok = 'N'
		move 12 to return-code
		stop run
	end-if

	move 0 to night-stopped
	perform run-one-step
		varying sx from 1 by 1
		until sx > step-count or night-stopped = 1 or stat-ok = 'N'

	perform print-night-report

	if stat-ok = 'N'
		move 12 to return-code
	else
		move worst-code to return-code
	end-if

	stop run.

*>	Load and check the step definitions.  Steps must come in
*>	ascending order and may only depend on steps before them, so
*>	the order of the cards is an order every dependency allows.
load-step-definitions.

	move 0 to step-count
	move 0 to defs-bad
	open input step-defs
	if defs-status = "00"
		perform load-one-step-card
			until eof-switch = 0 or defs-bad = 1
		move 1 to eof-switch
		close step-defs
	end-if.

*>	Take one definition card into the step table.
load-one-step-card.

	read step-defs
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if step-def-card = spaces or step-def-card(1:1) = '*'
			continue
		else
			inspect sd-action converting "sck" to "SCK"
			if step-count = 99
				move "MORE THAN 99 STEPS" to defs-reason
				move 1 to defs-bad
			else
			if sd-step is not numeric
				move "STEP NUMBER NOT NUMERIC" to defs-reason
				move 1 to defs-bad
			else
			if step-count > 0 and sd-step is not > st-step(step-count)
				move "STEPS NOT IN ASCENDING ORDER" to defs-reason
				move 1 to defs-bad
			else
			if sd-program = spaces
				move "MISSING PROGRAM NAME" to defs-reason
				move 1 to defs-bad
			else
			if sd-max-rc is not numeric
				move "MAXIMUM RETURN CODE NOT NUMERIC" to defs-reason
				move 1 to defs-bad
			else
			if sd-action is not = 'S' and sd-action is not = 'C'
					and sd-action is not = 'K'
				move "ACTION NOT S, C OR K" to defs-reason
				move 1 to defs-bad
			else
				add 1 to step-count
				move sd-step to st-step(step-count)
				move sd-program to st-program(step-count)
				move sd-parm to st-parm(step-count)
				move sd-max-rc to st-max-rc(step-count)
				move sd-action to st-action(step-count)
				move "PENDING" to st-status(step-count)
				move 0 to st-start-stamp(step-count)
				move 0 to st-end-stamp(step-count)
				move 0 to st-return-code(step-count)
				perform load-one-dependency
					varying dx from 1 by 1
					until dx > 3 or defs-bad = 1
			end-if
			end-if
			end-if
			end-if
			end-if
			end-if
			if defs-bad = 1
				display "Bad card: " step-def-card
			end-if
		end-if
	end-if.

*>	Take one dependency off the card - it must name a step already
*>	defined above this one.
load-one-dependency.

	move 0 to st-depend-step(step-count, dx)
	if sd-depend-step(dx) is not = spaces
		if sd-depend-step(dx) is not numeric
			move "DEPENDENCY NOT NUMERIC" to defs-reason
			move 1 to defs-bad
		else
			move sd-depend-step(dx) to dep-number
			move 0 to dep-found
			perform find-dependency
				varying px from 1 by 1
				until px >= step-count or dep-found = 1
			if dep-found = 0
				move "DEPENDS ON A STEP NOT ABOVE IT" to defs-reason
				move 1 to defs-bad
			else
				move dep-number to st-depend-step(step-count, dx)
			end-if
		end-if
	end-if.

*>	Look for the depended-on step among the steps above.
find-dependency.

	if st-step(px) = dep-number
		move 1 to dep-found
	end-if.

*>	Take up where the last run of the driver left the night.  With
*>	no status file, or a night whose every step ran, or N on the
*>	command line, a new night starts from the top.  An unfinished
*>	night is taken up when it is today's, or when R on the command
*>	line asks for it: the steps already run keep their results, and
*>	a step that failed or was skipped goes back to pending so this
*>	run takes it up again.  An unfinished night of an earlier date
*>	is otherwise abandoned - its unfinished steps are listed and a
*>	new night starts from the top.
pick-up-night.

	move 'Y' to stat-ok
	move 'N' to night-resumed
	move 0 to stat-count
	move 0 to stat-matched
	move 0 to night-open
	if new-night = 'N'
		open input step-status
		if stat-status = "00"
			perform load-one-status
				until eof-switch = 0
			move 1 to eof-switch
			close step-status
		else
			if stat-status is not = "35"
				display "Unable to read step status - file status "
					stat-status "."
				move 'N' to stat-ok
			end-if
		end-if
	end-if

	if stat-ok = 'Y'
		if stat-matched > 0 and night-open = 1
			if run-night-date = night-date or resume-night = 'Y'
				move 'Y' to night-resumed
			else
				move 'Y' to night-abandoned
				display "Night of " run-night-date " left unfinished "
					"- abandoned:"
				perform list-abandoned-step
					varying sx from 1 by 1
					until sx > step-count
			end-if
		end-if
		if night-resumed = 'Y'
			display "Resuming the night of " run-night-date
				" - steps already run are not run again."
			perform reopen-unfinished-step
				varying sx from 1 by 1
				until sx > step-count
		else
			move night-date to run-night-date
			perform reset-one-step
				varying sx from 1 by 1
				until sx > step-count
			display "Starting a new night."
		end-if
		perform save-step-status
	end-if.

*>	Carry one status row back onto its step.
load-one-status.

	read step-status
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		add 1 to stat-count
		move ss-night-date to run-night-date
		perform match-status-row
			varying px from 1 by 1
			until px > step-count
	end-if.

*>	Give the row's results to the step it belongs to, if the step
*>	is still defined and is still the same program.  A step that
*>	has not yet run successfully leaves the night open.
match-status-row.

	if st-step(px) = ss-step and st-program(px) = ss-program
		add 1 to stat-matched
		if ss-status is not = "DONE   " and ss-status is not = "PASSED "
			move 1 to night-open
		end-if
		move ss-status to st-status(px)
		move ss-start-stamp to st-start-stamp(px)
		move ss-end-stamp to st-end-stamp(px)
		move ss-return-code to st-return-code(px)
	end-if.

*>	Put a step that failed or was skipped back to pending.
reopen-unfinished-step.

	if st-status(sx) is not = "DONE   "
			and st-status(sx) is not = "PASSED "
		move "PENDING" to st-status(sx)
		move 0 to st-start-stamp(sx)
		move 0 to st-end-stamp(sx)
		move 0 to st-return-code(sx)
	end-if.

*>	List one step the abandoned night never finished.
list-abandoned-step.

	if st-status(sx) is not = "DONE   "
			and st-status(sx) is not = "PASSED "
		display "ABANDONED  step " st-step(sx) " " st-program(sx)
			"  " st-status(sx)
	end-if.

*>	Set a step to pending for a new night.
reset-one-step.

	move "PENDING" to st-status(sx)
	move 0 to st-start-stamp(sx)
	move 0 to st-end-stamp(sx)
	move 0 to st-return-code(sx).

*>	Run one step, if it is still to run and everything it depends
*>	on has run successfully, and record how it ended.
run-one-step.

	if st-status(sx) = "PENDING"
		move 'R' to dep-state
		perform check-one-dependency
			varying dx from 1 by 1
			until dx > 3
		if dep-state = 'S'
			move "SKIPPED" to st-status(sx)
			display "Step " st-step(sx) " " st-program(sx)
				" skipped - a step it depends on did not run "
				"successfully."
		else
			perform execute-step
		end-if
		perform save-step-status
	end-if.

*>	One dependency of the step - a step it depends on counts as run
*>	successfully when it is done, or was carried on past under its
*>	C action; one that failed, was skipped or never ran means this
*>	one is skipped.
check-one-dependency.

	if st-depend-step(sx, dx) > 0
		perform check-depended-step
			varying px from 1 by 1
			until px >= sx
	end-if.

*>	Look at one earlier step as a possible dependency.
check-depended-step.

	if st-step(px) = st-depend-step(sx, dx)
		if st-status(px) is not = "DONE   "
				and st-status(px) is not = "PASSED "
			move 'S' to dep-state
		end-if
	end-if.

*>	Run the step's program and judge its return code against the
*>	step's limit.  The status file is marked running first, so a
*>	driver that dies with the step is rerun from that step.
execute-step.

	perform take-stamp
	move stamp-value to st-start-stamp(sx)
	move "RUNNING" to st-status(sx)
	perform save-step-status

	move spaces to command-text
	string st-program(sx) delimited by space
		" " delimited by size
		st-parm(sx) delimited by "  "
		into command-text
	end-string
	add 1 to ran-count
	display ""
	display "Step " st-step(sx) " started  " stamp-value "  "
		command-text
	call "SYSTEM" using command-text
	move return-code to system-status
	move 0 to return-code
	divide system-status by 256 giving step-rc

	perform take-stamp
	move stamp-value to st-end-stamp(sx)
	move step-rc to st-return-code(sx)
	if step-rc is not > st-max-rc(sx)
		move "DONE   " to st-status(sx)
	else
		evaluate st-action(sx)
			when 'C'
				move "PASSED " to st-status(sx)
			when 'K'
				move "FAILED " to st-status(sx)
			when 'S'
				move "FAILED " to st-status(sx)
				move 1 to night-stopped
		end-evaluate
	end-if
	display "Step " st-step(sx) " ended    " stamp-value
		"  return code " step-rc "  " st-status(sx).

*>	Take the date and time now as a stamp.
take-stamp.

	accept sw-date from date yyyymmdd
	accept time-work from time
	move tw-hhmmss to sw-time.

*>	Rewrite the whole status file with where every step stands.
save-step-status.

	open output step-status
	if stat-status is not = "00"
		display "Unable to write step status - file status "
			stat-status " - night stopped."
		move 'N' to stat-ok
	else
		perform save-one-status
			varying px from 1 by 1
			until px > step-count
		close step-status
	end-if.

*>	Write one step's status row.
save-one-status.

	move run-night-date to ss-night-date
	move st-step(px) to ss-step
	move st-program(px) to ss-program
	move st-status(px) to ss-status
	move st-start-stamp(px) to ss-start-stamp
	move st-end-stamp(px) to ss-end-stamp
	move st-return-code(px) to ss-return-code
	write step-status-record.

*>	Print every step of the night - those run by an earlier run of
*>	the driver as well as this one - with its start, end, return
*>	code and how it stands.
print-night-report.

	display ""
	display "Night-Run Report - night of " run-night-date
	display "------------------------------"
	display "Step Program  Started        Ended          RC  Status"
	perform print-one-step
		varying px from 1 by 1
		until px > step-count
	display ""
	display "Steps run by this run: " ran-count
	if night-abandoned = 'Y'
		display "AN EARLIER UNFINISHED NIGHT WAS ABANDONED - see the "
			"steps listed at the start."
		if worst-code < 4
			move 4 to worst-code
		end-if
	end-if
	if night-stopped = 1
		display "NIGHT STOPPED - a step set to stop the night "
			"failed; rerun the driver once it is put right."
	end-if
	display "".

*>	Print one step's line of the report, noting a step carried on
*>	past, failed or skipped.
print-one-step.

	display st-step(px) "  " st-program(px) " "
		st-start-stamp(px) " " st-end-stamp(px) " "
		st-return-code(px) " " st-status(px)
	if st-status(px) = "SKIPPED" or st-status(px) = "PASSED "
		if worst-code < 4
			move 4 to worst-code
		end-if
	end-if
	if st-status(px) = "FAILED " or st-status(px) = "RUNNING"
		move 8 to worst-code
	end-if.
