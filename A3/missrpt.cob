*> Morning missing-receipts report.  Conversion checks each file's
*> header against the sending-branch registry, but nothing says a
*> branch that was due sent nothing at all - we used to hear about
*> that from the branch a week later.  This report takes the
*> registry's delivery days to work out which active branches were
*> due on the receipt date, reads the run log for the files actually
*> received that day, and lists every branch that was due but sent
*> nothing, so the missing receipts are chased before the ledger
*> cutoff.  A branch whose only file that day was refused at its
*> header has posted nothing and is listed as missing too.  Files
*> logged that day under a sender the registry does not know are
*> listed after, and the job ends with return code 4 when any branch
*> is missing so the scheduler can flag the morning.
*> A run log row counts toward the receipt date when its run started
*> that day or its file header carries that creation date, so a
*> night that runs past midnight is still credited.  A branch whose
*> receipt history (BRRECPT) holds a file created on the receipt date
*> is credited too, however late that file came in, and a missing
*> branch is shown with the latest file its history holds.
*> The receipt date (yyyymmdd) may be supplied on the command line;
*> it defaults to today.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. missrpt.
environment division.
input-output section.
file-control.
	select run-log assign to "RUNLOG"
		organization is line sequential
		file status is runlog-status.
	select branch-registry assign to "BRANCHRG"
		organization is indexed
		access is sequential
		record key is br-file-id
		file status is branch-status.
	select branch-receipts assign to "BRRECPT"
		organization is indexed
		access is dynamic
		record key is rc-key
		file status is receipt-status.
data division.
file section.
fd run-log.
	01 run-log-record.
		05 rl-run-number  pic 9(5).
		05 rl-ifile-name  pic x(30).
		05 rl-start-stamp pic 9(14).
		05 rl-end-stamp   pic 9(14).
		05 rl-processed   pic 9(9).
		05 rl-invalid     pic 9(5).
		05 rl-run-total   pic -(8)9.
		05 rl-resume-flag pic x.
		05 rl-return-code pic 9(2).
		05 rl-file-id     pic x(10).
		05 rl-creation-date pic 9(8).
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
77	runlog-status pic xx.
77	branch-status pic xx.
77	receipt-status pic xx.
77	receipt-open-ok pic x value 'N'.
77	receipt-eof pic 9 value 1.
77	receipt-found pic 9 value 0.
77	receipt-last-date pic 9(8) value 0.
77	receipt-ifile-name pic x(30) value spaces.
77	eof-switch pic 9 value 1.
77	report-parm pic x(80) value spaces.
77	report-date pic 9(8) value 0.
77	weekday pic 9 value 0.
77	week-quot pic 9(9) usage is computational.
77	week-rem pic 9 usage is computational.
77	receipt-count pic 9(3) value 0.
77	receipt-overflow pic 9 value 0.
77	rv-idx pic 9(3) usage is computational.
77	rv-found pic 9 value 0.
01 receipt-table.
	02 receipt-entry occurs 500 times.
		05 rv-file-id     pic x(10).
		05 rv-ifile-name  pic x(30).
		05 rv-posted      pic x.
		05 rv-refused     pic x.
		05 rv-matched     pic x.
77	headerless-count pic 9(5) value 0.
77	due-count pic 9(5) value 0.
77	received-count pic 9(5) value 0.
77	missing-count pic 9(5) value 0.
77	refused-due-count pic 9(5) value 0.
77	extra-count pic 9(5) value 0.
77	unknown-count pic 9(5) value 0.
77	inactive-count pic 9(5) value 0.
01 day-names-literal.
	05 filler pic x(9) value "MONDAY".
	05 filler pic x(9) value "TUESDAY".
	05 filler pic x(9) value "WEDNESDAY".
	05 filler pic x(9) value "THURSDAY".
	05 filler pic x(9) value "FRIDAY".
	05 filler pic x(9) value "SATURDAY".
	05 filler pic x(9) value "SUNDAY".
01 day-names redefines day-names-literal.
	05 day-name pic x(9) occurs 7 times.
01 convert-date.
	05 cd-year  pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day   pic 9(2).
77	cd-days pic 9(9) usage is computational.
77	year-before pic 9(4) usage is computational.
77	leap4 pic 9(4) usage is computational.
77	leap100 pic 9(4) usage is computational.
77	leap400 pic 9(4) usage is computational.
77	leap-quot pic 9(4) usage is computational.
77	leap-rem pic 9(4) usage is computational.
77	leap-flag pic 9 value 0.

procedure division.

	accept report-parm from command-line
	if report-parm = spaces
		accept report-date from date yyyymmdd
	else
		if report-parm(1:8) is not numeric
			display "Receipt date (yyyymmdd) not recognized."
			move 16 to return-code
			stop run
		end-if
		move report-parm(1:8) to report-date
	end-if

*>	The day count runs in whole weeks from a monday, so the
*>	remainder over seven, stepped on by five, gives the weekday -
*>	monday 1 through sunday 7, the order the registry's delivery
*>	days are kept in.
	move report-date to convert-date
	perform convert-date-to-days
	add 5 to cd-days
	divide cd-days by 7 giving week-quot remainder week-rem
	compute weekday = week-rem + 1

	display ""
	display "Missing Receipts Report - " report-date
		" (" day-name(weekday) ")"
	display "==========================================="

	perform collect-receipts
	if runlog-status is not = "00" and runlog-status is not = "35"
		display "Unable to read run log - file status "
			runlog-status "."
		move 12 to return-code
		stop run
	end-if

	open input branch-registry
	if branch-status is not = "00"
		display "Unable to open branch registry - file status "
			branch-status "."
		move 12 to return-code
		stop run
	end-if

	open input branch-receipts
	if receipt-status = "00"
		move 'Y' to receipt-open-ok
	else
		if receipt-status is not = "35"
			display "Unable to open branch receipt history - file "
				"status " receipt-status "."
			move 12 to return-code
			stop run
		end-if
	end-if

*>	The chase list comes first - it is what the morning shift acts
*>	on - then every registered branch that sent a file.
	display ""
	display "Due But Not Received"
	display "------------------------------"
	perform check-one-branch
		until eof-switch = 0
	move 1 to eof-switch
	close branch-registry
	if missing-count = 0
		display "Every branch due has sent its file."
	end-if

	display ""
	display "Files Received from Registered Branches"
	display "------------------------------"
	open input branch-registry
	perform list-one-receipt
		until eof-switch = 0
	move 1 to eof-switch
	close branch-registry
	if receipt-open-ok = 'Y'
		close branch-receipts
	end-if

	perform list-unknown-senders

	display ""
	display "Receipt Summary"
	display "------------------------------"
	display "Branches due:       " due-count
	display "Received:           " received-count
	display "Missing:            " missing-count
	display "  of which refused: " refused-due-count
	display "Received, not due:  " extra-count
	display "Unknown senders:    " unknown-count
	display "Inactive branches:  " inactive-count
	if headerless-count > 0
		display "Files with no header: " headerless-count
	end-if
	display ""

	if missing-count > 0
		move 4 to return-code
	end-if

	stop run.

*>	Gather the files the run log shows received on the date, one
*>	entry per sending branch.  A branch posted when any of its runs
*>	that day got past its header; a run refused at the header (code
*>	14) or whose file never opened (code 12) posted nothing.
collect-receipts.

	open input run-log
	if runlog-status = "00"
		perform collect-one-run-log-row
			until eof-switch = 0
		move 1 to eof-switch
		close run-log
	end-if.

*>	Hold one run log row of the receipt date against its branch.
collect-one-run-log-row.

	read run-log
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if rl-start-stamp(1:8) = report-date
				or rl-creation-date = report-date
			if rl-file-id = spaces
				add 1 to headerless-count
			else
				move 0 to rv-found
				perform match-receipt-entry
					varying rv-idx from 1 by 1
					until rv-idx > receipt-count or rv-found = 1
				if rv-found = 0
					if receipt-count < 500
						add 1 to receipt-count
						move receipt-count to rv-idx
						move rl-file-id to rv-file-id(rv-idx)
						move 'N' to rv-posted(rv-idx)
						move 'N' to rv-refused(rv-idx)
						move 'N' to rv-matched(rv-idx)
						perform note-receipt-row
					else
						if receipt-overflow = 0
							move 1 to receipt-overflow
							display "More than 500 senders logged on "
								"the date - the remainder not "
								"checked."
						end-if
					end-if
				end-if
			end-if
		end-if
	end-if.

*>	Fold the row into a branch already held.
match-receipt-entry.

	if rv-file-id(rv-idx) = rl-file-id
		move 1 to rv-found
		perform note-receipt-row
	end-if.

*>	Note what one run log row says about its branch's receipt.
note-receipt-row.

	move rl-ifile-name to rv-ifile-name(rv-idx)
	if rl-return-code = 14 or rl-return-code = 12
		move 'Y' to rv-refused(rv-idx)
	else
		move 'Y' to rv-posted(rv-idx)
	end-if.

*>	Find the registry branch's receipt in the table - rv-found is
*>	left set, and rv-idx pointing at it, when there is one.
find-branch-receipt.

	move 0 to rv-found
	perform test-branch-receipt
		varying rv-idx from 1 by 1
		until rv-idx > receipt-count or rv-found = 1
	if rv-found = 1
		subtract 1 from rv-idx
	end-if.

*>	Test one held receipt against the registry branch.
test-branch-receipt.

	if rv-file-id(rv-idx) = br-file-id
		move 1 to rv-found
	end-if.

*>	First pass over the registry - count the due branches and list
*>	each one that sent nothing that got posted.
check-one-branch.

	read branch-registry next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		perform find-branch-receipt
		if rv-found = 1
			move 'Y' to rv-matched(rv-idx)
		end-if
		if br-active-flag is not = 'Y'
			add 1 to inactive-count
		else
		if br-due-day(weekday) = 'Y'
			add 1 to due-count
			perform find-history-receipt
			if (rv-found = 1 and rv-posted(rv-idx) = 'Y')
					or receipt-found = 1
				add 1 to received-count
			else
				add 1 to missing-count
				if rv-found = 1
					add 1 to refused-due-count
					display "MISSING  " br-file-id " " br-name
						"  file " rv-ifile-name(rv-idx)
						" refused at header"
				else
					display "MISSING  " br-file-id " " br-name
						"  last file created "
						receipt-last-date
				end-if
			end-if
		else
			if rv-found = 1 and rv-posted(rv-idx) = 'Y'
				add 1 to extra-count
			end-if
		end-if
		end-if
	end-if.

*>	Second pass - every active branch that sent a file on the date,
*>	due or not, with the file it sent.  A due branch credited from
*>	its receipt history alone is shown with the file the history
*>	names.
list-one-receipt.

	read branch-registry next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if br-active-flag = 'Y'
			perform find-branch-receipt
			if rv-found = 1 and rv-posted(rv-idx) = 'Y'
				if br-due-day(weekday) = 'Y'
					display "RECEIVED " br-file-id " " br-name
						"  file " rv-ifile-name(rv-idx)
				else
					display "NOT DUE  " br-file-id " " br-name
						"  file " rv-ifile-name(rv-idx)
				end-if
			else
				if br-due-day(weekday) = 'Y'
					perform find-history-receipt
					if receipt-found = 1
						display "RECEIVED " br-file-id " "
							br-name "  file " receipt-ifile-name
					end-if
				end-if
			end-if
		end-if
	end-if.

*>	Look along the registry branch's receipt history for a file
*>	created on the receipt date, noting the latest file it holds
*>	along the way.
find-history-receipt.

	move 0 to receipt-found
	move 0 to receipt-last-date
	move spaces to receipt-ifile-name
	if receipt-open-ok = 'Y'
		move br-file-id to rc-file-id
		move 0 to rc-creation-date
		move 1 to receipt-eof
		start branch-receipts key is >= rc-key
			invalid key
				move 0 to receipt-eof
		end-start
		perform check-one-history-receipt
			until receipt-eof = 0
	end-if.

*>	Take the next receipt on the history while it is the branch's.
check-one-history-receipt.

	read branch-receipts next
		at end move 0 to receipt-eof
	end-read

	if receipt-eof is not = 0
		if rc-file-id is not = br-file-id
			move 0 to receipt-eof
		else
			if rc-creation-date > receipt-last-date
				move rc-creation-date to receipt-last-date
			end-if
			if rc-creation-date = report-date
				move 1 to receipt-found
				move rc-ifile-name to receipt-ifile-name
			end-if
		end-if
	end-if.

*>	Senders logged on the date that the registry does not hold at
*>	all - conversion refused them, but the branch may well be real
*>	and missing from the registry.
list-unknown-senders.

	display ""
	display "Senders Not on the Registry"
	display "------------------------------"
	perform list-one-unknown-sender
		varying rv-idx from 1 by 1
		until rv-idx > receipt-count
	if unknown-count = 0
		display "None."
	end-if.

*>	List one held sender when no registry branch claimed it.
list-one-unknown-sender.

	if rv-matched(rv-idx) = 'N'
		add 1 to unknown-count
		display "UNKNOWN  " rv-file-id(rv-idx)
			"  file " rv-ifile-name(rv-idx)
	end-if.

*>	Turn convert-date into a running day count - years times 365
*>	plus the leap days before the year, the days in the completed
*>	months, and the day of the month, with february 29 counted only
*>	once the leap year's own february is past.
convert-date-to-days.

	compute year-before = cd-year - 1
	divide year-before by 4 giving leap4
	divide year-before by 100 giving leap100
	divide year-before by 400 giving leap400
	compute cd-days =
		cd-year * 365 + leap4 - leap100 + leap400
	evaluate cd-month
		when 2 add 31 to cd-days
		when 3 add 59 to cd-days
		when 4 add 90 to cd-days
		when 5 add 120 to cd-days
		when 6 add 151 to cd-days
		when 7 add 181 to cd-days
		when 8 add 212 to cd-days
		when 9 add 243 to cd-days
		when 10 add 273 to cd-days
		when 11 add 304 to cd-days
		when 12 add 334 to cd-days
	end-evaluate
	if cd-month > 2
		move 0 to leap-flag
		divide cd-year by 4
			giving leap-quot remainder leap-rem
		if leap-rem = 0
			divide cd-year by 100
				giving leap-quot remainder leap-rem
			if leap-rem is not = 0
				move 1 to leap-flag
			else
				divide cd-year by 400
					giving leap-quot remainder leap-rem
				if leap-rem = 0
					move 1 to leap-flag
				end-if
			end-if
		end-if
		if leap-flag = 1
			add 1 to cd-days
		end-if
	end-if
	add cd-day to cd-days.
