*> Outbound reject return job.  Rejects used to stay with us - a
*> branch only heard about one when someone rang it or sent it the
*> rejrpt escalation list.  Conversion now stamps every reject with
*> the input file and the header file-id it came from, and this job
*> sends each sending branch the rejects still open against it, so
*> the branch's own system has something to load and correct.
*> One return dataset per branch, named REJRET.<file-id>.<run date>:
*>   header  'H'  branch file-id x(10), branch name x(30),
*>                run date 9(8), run time 9(6)
*>   detail  'D'  record-id x(10), transaction date x(8),
*>                numeral as sent x(30), reason x(25)
*>   trailer 'T'  detail count 9(9)
*> A second run on the same night appends its own complete header/
*> trailer frame to the branch's dataset.  Once every dataset has
*> been written, each reject sent is stamped on REJFILE with the run
*> date so it is not sent again; a branch whose dataset could not
*> be written has nothing stamped and goes again the next night.
*> Resolved rejects, rejects already returned and rejects with no
*> file-id (no header on the file, or written before rejects were
*> stamped) are never sent.  The job reports how many went to each
*> branch and ends with return code 8 when any branch's rejects were
*> held back, or 12 when the reject file could not be read.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. rejret.
environment division.
input-output section.
file-control.
	select reject-file assign to "REJFILE"
		organization is line sequential
		file status is rejfile-status.
	select branch-registry assign to "BRANCHRG"
		organization is indexed
		access is random
		record key is br-file-id
		file status is branch-status.
	select return-work assign to "RJRTWORK"
		organization is line sequential
		file status is rtwork-status.
	select return-sorted assign to "RJRTSORT"
		organization is line sequential
		file status is rtsorted-status.
	select return-sort-work assign to "RJRTSWK".
	select return-file assign to dynamic return-name
		organization is line sequential
		file status is return-status.
	select reject-keep assign to "RJRTKEEP"
		organization is line sequential
		file status is rjkeep-status.
data division.
file section.
fd reject-file.
	01 reject-record.
		05 rj-numeral          pic x(30).
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd branch-registry.
	01 branch-record.
		05 br-file-id         pic x(10).
		05 br-name            pic x(30).
		05 br-active-flag     pic x.
		05 br-delivery-days.
			10 br-due-day     pic x occurs 7 times.
		05 br-last-creation-date pic 9(8).
fd return-work.
	01 return-work-record.
		05 wr-file-id          pic x(10).
		05 wr-seq              pic 9(9).
		05 wr-record-id        pic x(10).
		05 wr-transaction-date pic x(8).
		05 wr-numeral          pic x(30).
		05 wr-reason           pic x(25).
fd return-sorted.
	01 return-sorted-record.
		05 sr-file-id          pic x(10).
		05 sr-seq              pic 9(9).
		05 sr-record-id        pic x(10).
		05 sr-transaction-date pic x(8).
		05 sr-numeral          pic x(30).
		05 sr-reason           pic x(25).
sd return-sort-work.
	01 return-sort-record.
		05 sw-file-id          pic x(10).
		05 sw-seq              pic 9(9).
		05 sw-record-id        pic x(10).
		05 sw-transaction-date pic x(8).
		05 sw-numeral          pic x(30).
		05 sw-reason           pic x(25).
fd return-file.
	01 return-detail-record.
		05 rd-type             pic x.
		05 rd-record-id        pic x(10).
		05 rd-transaction-date pic x(8).
		05 rd-numeral          pic x(30).
		05 rd-reason           pic x(25).
	01 return-header-record.
		05 rh-type             pic x.
		05 rh-file-id          pic x(10).
		05 rh-branch-name      pic x(30).
		05 rh-run-date         pic 9(8).
		05 rh-run-time         pic 9(6).
		05 filler              pic x(19).
	01 return-trailer-record.
		05 rt-type             pic x.
		05 rt-record-count     pic 9(9).
		05 filler              pic x(64).
fd reject-keep.
	01 reject-keep-record  pic x(121).
working-storage section.
77	rejfile-status pic xx.
77	branch-status pic xx.
77	rtwork-status pic xx.
77	rtsorted-status pic xx.
77	return-status pic xx.
77	rjkeep-status pic xx.
77	eof-switch pic 9 value 1.
77	branch-open-ok pic x value 'N'.
77	reject-open-ok pic x value 'N'.
77	return-name pic x(40) value spaces.
77	return-state pic x value space.
77	reject-seq pic 9(9) value 0.
77	read-count pic 9(9) value 0.
77	resolved-count pic 9(9) value 0.
77	returned-count pic 9(9) value 0.
77	untraced-count pic 9(9) value 0.
77	selected-count pic 9(9) value 0.
77	sent-count pic 9(9) value 0.
77	held-count pic 9(9) value 0.
77	marked-count pic 9(9) value 0.
77	branch-file-count pic 9(5) value 0.
77	branch-held-files pic 9(5) value 0.
77	branch-active pic 9 value 0.
77	branch-file-ok pic x value 'N'.
77	branch-sent-count pic 9(9) value 0.
77	branch-held-count pic 9(9) value 0.
77	current-file-id pic x(10) value spaces.
77	current-branch-name pic x(30) value spaces.
77	branch-failed pic 9 value 0.
77	failed-count pic 9(5) value 0.
77	failed-overflow pic 9 value 0.
77	fk pic 9(5) usage is computational.
01 failed-table.
	05 failed-file-id pic x(10) occurs 500 times.
01 today-date.
	05 td-year  pic 9(4).
	05 td-month pic 9(2).
	05 td-day   pic 9(2).
01 now-time.
	05 nt-hhmmss pic 9(6).
	05 nt-hundredths pic 9(2).

procedure division.

	accept today-date from date yyyymmdd
	accept now-time from time

	display ""
	display "Reject Return to Sending Branches - run " today-date
	display "==========================================="

	perform collect-open-rejects
	if reject-open-ok = 'N'
		stop run
	end-if

	if selected-count > 0
		perform open-branch-registry

*>		Bring each branch's open rejects together, in the order
*>		they were rejected, so one pass writes one dataset per
*>		branch.
		sort return-sort-work
			on ascending key sw-file-id
				sw-seq
			using return-work
			giving return-sorted

		perform write-return-files
		if branch-open-ok = 'Y'
			close branch-registry
		end-if
		if sent-count > 0
			perform mark-returned-rejects
		end-if
	else
		display "No open rejects waiting to go back to a branch."
	end-if

	perform print-return-summary

	if held-count > 0 and return-code < 8
		move 8 to return-code
	end-if

	stop run.

*>	Copy every open reject that can be traced to its sending branch,
*>	and has not gone back to it already, into the work file, tagged
*>	with its place on the reject file so each branch's rejects go
*>	back in the order they were rejected.  No reject file means
*>	nothing was rejected; one that cannot be read fails the job.
collect-open-rejects.

	open output return-work

	open input reject-file
	if rejfile-status = "00"
		move 'Y' to reject-open-ok
		perform collect-one-reject
			until eof-switch = 0
		move 1 to eof-switch
		close reject-file
	else
		if rejfile-status = "35"
			move 'Y' to reject-open-ok
			display "No reject file - nothing to return."
		else
			display "Reject file not readable - file status "
				rejfile-status "."
			move 12 to return-code
		end-if
	end-if

	close return-work.

*>	Take one reject into the work file when it is to go back.
collect-one-reject.

	read reject-file
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		add 1 to reject-seq
		add 1 to read-count
		perform check-returnable
		evaluate return-state
			when 'N'
				add 1 to resolved-count
			when 'R'
				add 1 to returned-count
			when 'U'
				add 1 to untraced-count
			when 'S'
				add 1 to selected-count
				move rj-file-id to wr-file-id
				move reject-seq to wr-seq
				move rj-record-id to wr-record-id
				move rj-transaction-date to wr-transaction-date
				move rj-numeral to wr-numeral
				move rj-reason to wr-reason
				write return-work-record
		end-evaluate
	end-if.

*>	Decide what becomes of the reject in reject-record - N resolved,
*>	R already returned, U no file-id to trace it back by, S to be
*>	sent.  The collect and mark passes both decide through here, so
*>	they cannot disagree over which rejects went.
check-returnable.

	if rj-reason = "RESOLVED"
		move 'N' to return-state
	else
		if rj-returned-date is not = spaces
			move 'R' to return-state
		else
			if rj-file-id = spaces
				move 'U' to return-state
			else
				move 'S' to return-state
			end-if
		end-if
	end-if.

*>	The registry only gives each branch's name for its dataset
*>	header - a registry that cannot be read does not stop the
*>	rejects going back.
open-branch-registry.

	move 'N' to branch-open-ok
	open input branch-registry
	if branch-status = "00"
		move 'Y' to branch-open-ok
	else
		display "Unable to open branch registry - file status "
			branch-status " - branch names not shown."
	end-if.

*>	Read the sorted rejects end to end, starting a new return
*>	dataset at each change of branch.
write-return-files.

	display ""
	display "File-id    Branch                          Returned"
		"  Dataset"
	display "---------- ------------------------------ ---------"
		"  ------------------------------"

	move 0 to branch-active
	open input return-sorted
	if rtsorted-status is not = "00"
		display "Unable to open sorted return file - file status "
			rtsorted-status "."
		move selected-count to held-count
	else
		perform return-one-reject
			until eof-switch = 0
		move 1 to eof-switch
		close return-sorted
		if branch-active = 1
			perform finish-branch-file
		end-if
	end-if.

*>	Write one reject to its branch's dataset, breaking on file-id.
return-one-reject.

	read return-sorted
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if branch-active = 0 or sr-file-id is not = current-file-id
			if branch-active = 1
				perform finish-branch-file
			end-if
			perform start-branch-file
		end-if

		if branch-file-ok = 'Y'
			move spaces to return-detail-record
			move 'D' to rd-type
			move sr-record-id to rd-record-id
			move sr-transaction-date to rd-transaction-date
			move sr-numeral to rd-numeral
			move sr-reason to rd-reason
			write return-detail-record
			if return-status = "00"
				add 1 to branch-sent-count
			else
				display "Unable to write return dataset " return-name
					" - file status " return-status "."
				add 1 to branch-held-count
				perform fail-branch-file
			end-if
		else
			add 1 to branch-held-count
		end-if
	end-if.

*>	Open the return dataset for the branch now starting and write
*>	its header.  A dataset already written tonight is added to, so
*>	a second run's frame follows the first.
start-branch-file.

	move sr-file-id to current-file-id
	move 1 to branch-active
	move 0 to branch-sent-count
	move 0 to branch-held-count
	move 'N' to branch-file-ok

	if branch-open-ok = 'Y'
		move sr-file-id to br-file-id
		read branch-registry
			invalid key
				move "NOT ON BRANCH REGISTRY" to current-branch-name
			not invalid key
				move br-name to current-branch-name
		end-read
	else
		move spaces to current-branch-name
	end-if

	move spaces to return-name
	string "REJRET." delimited by size
		sr-file-id delimited by space
		"." delimited by size
		today-date delimited by size
		into return-name
	end-string

	open extend return-file
	if return-status = "35"
		open output return-file
	end-if
	if return-status is not = "00"
		display "Unable to open return dataset " return-name
			" - file status " return-status "."
		perform record-failed-branch
	else
		move 'Y' to branch-file-ok
		move spaces to return-header-record
		move 'H' to rh-type
		move current-file-id to rh-file-id
		move current-branch-name to rh-branch-name
		move today-date to rh-run-date
		move nt-hhmmss to rh-run-time
		write return-header-record
		if return-status is not = "00"
			display "Unable to write return dataset " return-name
				" - file status " return-status "."
			perform fail-branch-file
		end-if
	end-if.

*>	Close off the branch's dataset with its trailer and show what
*>	went to the branch.  A dataset left without its trailer is one
*>	the branch's loader will refuse, so none of its rejects count as
*>	returned.
finish-branch-file.

	if branch-file-ok = 'Y'
		move spaces to return-trailer-record
		move 'T' to rt-type
		move branch-sent-count to rt-record-count
		write return-trailer-record
		if return-status is not = "00"
			display "Unable to write return dataset " return-name
				" - file status " return-status "."
			perform fail-branch-file
		else
			close return-file
		end-if
	end-if

	if branch-file-ok = 'Y'
		add 1 to branch-file-count
		add branch-sent-count to sent-count
		display current-file-id " " current-branch-name " "
			branch-sent-count "  " return-name
	else
		add 1 to branch-held-files
		add branch-sent-count to branch-held-count
		add branch-held-count to held-count
		display current-file-id " " current-branch-name " "
			"HELD BACK  " branch-held-count " not returned"
	end-if
	move 0 to branch-active.

*>	Give up on the current branch's dataset part-way through.
fail-branch-file.

	close return-file
	move 'N' to branch-file-ok
	perform record-failed-branch.

*>	Remember a branch whose dataset was not written, so none of its
*>	rejects are stamped returned.  Should the table ever fill, no
*>	reject at all is stamped - they all go again rather than one
*>	being lost.
record-failed-branch.

	if failed-count < 500
		add 1 to failed-count
		move current-file-id to failed-file-id(failed-count)
	else
		move 1 to failed-overflow
	end-if.

*>	Stamp the run date on every reject that went back tonight,
*>	through a work copy of the reject file.  The number stamped
*>	must agree with the number written to the branch datasets
*>	before the reject file is replaced - if it does not, the reject
*>	file is left as it was and the rejects go again next night.
mark-returned-rejects.

	move 0 to marked-count
	open input reject-file
	if rejfile-status is not = "00"
		display "Reject file not readable - file status "
			rejfile-status " - rejects not marked returned."
		add sent-count to held-count
		move 0 to sent-count
		move 12 to return-code
	else
		open output reject-keep
		perform mark-one-reject
			until eof-switch = 0
		move 1 to eof-switch
		close reject-file
		close reject-keep

		if marked-count is not = sent-count
			display "Rejects marked returned (" marked-count
				") do not agree with rejects sent (" sent-count
				") - reject file left unchanged."
			add sent-count to held-count
			move 0 to sent-count
		else
			open input reject-keep
			open output reject-file
			perform copy-keep-to-rejects
				until eof-switch = 0
			move 1 to eof-switch
			close reject-keep
			close reject-file
		end-if
	end-if.

*>	Carry one reject into the work copy, stamping it returned when
*>	it went to a branch whose dataset was written.
mark-one-reject.

	read reject-file
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		perform check-returnable
		if return-state = 'S' and failed-overflow = 0
			move 0 to branch-failed
			perform match-failed-branch
				varying fk from 1 by 1
				until fk > failed-count or branch-failed = 1
			if branch-failed = 0
				move today-date to rj-returned-date
				add 1 to marked-count
			end-if
		end-if
		write reject-keep-record from reject-record
	end-if.

*>	Check one failed branch against the reject in hand.
match-failed-branch.

	if failed-file-id(fk) = rj-file-id
		move 1 to branch-failed
	end-if.

*>	Copy one reject from the work copy back to the reject file.
copy-keep-to-rejects.

	read reject-keep
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		write reject-record from reject-keep-record
	end-if.

*>	Totals for the run.
print-return-summary.

	display ""
	display "Return Totals"
	display "------------------------------"
	display "Rejects read:            " read-count
	display "Already resolved:        " resolved-count
	display "Already returned:        " returned-count
	display "No sending file-id:      " untraced-count
	display "Returned tonight:        " sent-count
	display "Branch datasets written: " branch-file-count
	if held-count > 0
		display "Held back for next run:  " held-count
			"  (" branch-held-files " branches)"
	end-if
	display "".
