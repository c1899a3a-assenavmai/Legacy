*> Suspected double-submission report.  The seen-id work file and the
*> master lookup in the conversion edit only catch the same record-id
*> sent twice; when two branches, or one branch under two ids, send
*> the same item, it posts twice and goes to the ledger twice.  This
*> job reads the valid postings on OFILE and OHIST, groups them by
*> value and numeral, and lists every pair of different record-ids
*> in a group whose transaction dates fall within the window of days
*> given on the command line (3 when left blank) - each with the
*> input file and sending branch that posted it, from the posting
*> cross-reference the conversion run keeps alongside its run log.
*> A posting the master shows reversed is already backed out and is
*> left out.
*> A pair that has been looked at and found genuine is cleared by a
*> card on DUPCLRIN, blank cards and cards starting '*' ignored:
*>   col  1-10   record-id of one posting of the pair
*>   col 11-20   record-id of the other
*>   col 21-28   operator id clearing the pair
*>   col 29-58   reason
*> The cards are applied to the cleared-pairs file DUPCLEAR at the
*> start of each run, and a cleared pair is never listed again.
*> Return code 4 when any pair is listed, 12 when a file cannot be
*> read, 16 for a bad parameter.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. dupsusp.
environment division.
input-output section.
file-control.
	select ofile assign to "OFILE"
		organization is line sequential
		file status is ofile-status.
	select ohist assign to "OHIST"
		organization is line sequential
		file status is ohist-status.
	select master-file assign to "OMASTER"
		organization is indexed
		access is random
		record key is m-record-id
		alternate record key is m-transaction-date
			with duplicates
		file status is master-status.
	select posting-xref assign to "SRCXREF"
		organization is indexed
		access is random
		record key is sx-record-id
		file status is xref-status.
	select clear-cards assign to "DUPCLRIN"
		organization is line sequential
		file status is cards-status.
	select cleared-pairs assign to "DUPCLEAR"
		organization is indexed
		access is random
		record key is dc-pair-key
		file status is cleared-status.
	select dup-work assign to "DUPWORK"
		organization is line sequential
		file status is dwork-status.
	select dup-sorted assign to "DUPSORT"
		organization is line sequential
		file status is dsorted-status.
	select dup-sort-work assign to "SORTWK".
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
fd master-file.
	01 master-record.
		05 m-record-id        pic x(10).
		05 m-numeral          pic x(30).
		05 m-transaction-date pic 9(8).
		05 m-value            pic -(8)9.
		05 m-flag             pic x(7).
fd posting-xref.
	01 posting-xref-record.
		05 sx-record-id       pic x(10).
		05 sx-ifile-name      pic x(30).
		05 sx-file-id         pic x(10).
		05 sx-run-stamp       pic 9(14).
fd clear-cards.
	01 clear-card.
		05 cc-id-a            pic x(10).
		05 cc-id-b            pic x(10).
		05 cc-operator        pic x(8).
		05 cc-reason          pic x(30).
		05 filler             pic x(22).
fd cleared-pairs.
	01 cleared-pair-record.
		05 dc-pair-key.
			10 dc-low-id      pic x(10).
			10 dc-high-id     pic x(10).
		05 dc-operator        pic x(8).
		05 dc-reason          pic x(30).
		05 dc-cleared-date    pic 9(8).
fd dup-work.
	01 dup-work-record.
		05 dw-value           pic s9(8) sign leading separate.
		05 dw-numeral         pic x(30).
		05 dw-days            pic 9(9).
		05 dw-date            pic 9(8).
		05 dw-record-id       pic x(10).
		05 dw-ifile-name      pic x(30).
		05 dw-file-id         pic x(10).
sd dup-sort-work.
	01 dup-sort-record.
		05 sw-value           pic s9(8) sign leading separate.
		05 sw-numeral         pic x(30).
		05 sw-days            pic 9(9).
		05 sw-date            pic 9(8).
		05 sw-record-id       pic x(10).
		05 sw-ifile-name      pic x(30).
		05 sw-file-id         pic x(10).
fd dup-sorted.
	01 dup-sorted-record.
		05 ds-value           pic s9(8) sign leading separate.
		05 ds-numeral         pic x(30).
		05 ds-days            pic 9(9).
		05 ds-date            pic 9(8).
		05 ds-record-id       pic x(10).
		05 ds-ifile-name      pic x(30).
		05 ds-file-id         pic x(10).
working-storage section.
77	ofile-status pic xx.
77	ohist-status pic xx.
77	master-status pic xx.
77	xref-status pic xx.
77	cards-status pic xx.
77	cleared-status pic xx.
77	dwork-status pic xx.
77	dsorted-status pic xx.
77	eof-switch pic 9 value 1.
77	window-parm pic x(80) value spaces.
77	window-days pic 9(5) value 3.
77	parm-bad pic 9 value 0.
77	pk pic s99 usage is computational.
01 parm-value-area.
	02 parm-char pic x occurs 20 times.
01 dig-conv.
	05 dig-x pic x.
01 dig-num redefines dig-conv.
	05 dig-9 pic 9.
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
77	today-date pic 9(8) value 0.
77	master-open-ok pic x value 'N'.
77	xref-open-ok pic x value 'N'.
77	cleared-open-ok pic x value 'N'.
77	files-ok pic x value 'Y'.
77	card-reason pic x(30) value spaces.
77	card-count pic 9(5) value 0.
77	cards-applied pic 9(5) value 0.
77	cards-refused pic 9(5) value 0.
77	postings-read pic 9(9) value 0.
77	postings-reversed pic 9(9) value 0.
77	pairs-listed pic 9(9) value 0.
77	pairs-cleared pic 9(9) value 0.
77	groups-listed pic 9(9) value 0.
77	group-listed pic 9 value 0.
77	buffer-overflow pic 9(9) value 0.
77	sorted-eof pic 9 value 0.
01 current-group.
	05 cg-value           pic s9(8).
	05 cg-numeral         pic x(30).
*>	The postings of the current value and numeral still inside the
*>	window of the one being looked at - entries from buffer-start
*>	up to buffer-count are live, those before it have fallen out.
01 posting-buffer.
	02 buffer-entry occurs 500 times.
		05 pb-days            pic 9(9).
		05 pb-date            pic 9(8).
		05 pb-record-id       pic x(10).
		05 pb-ifile-name      pic x(30).
		05 pb-file-id         pic x(10).
77	buffer-start pic s9(4) usage is computational.
77	buffer-count pic s9(4) usage is computational.
77	bx pic s9(4) usage is computational.
77	bt pic s9(4) usage is computational.
77	value-edit pic -(8)9.
77	source-a pic x(42) value spaces.
77	source-b pic x(42) value spaces.

procedure division.

	accept window-parm from command-line
	if window-parm is not = spaces
		move window-parm(1:20) to parm-value-area
		perform convert-parm-value
		if parm-bad = 1
			display "Window must be a whole number of days."
			move 16 to return-code
			stop run
		end-if
	end-if
	accept today-date from date yyyymmdd

	display ""
	display "Suspected Double Submissions - window " window-days
		" day(s)"
	display "==========================================="

	perform open-cleared-pairs
	if cleared-open-ok = 'N'
		move 12 to return-code
		stop run
	end-if
	perform apply-clear-cards

	open input master-file
	if master-status = "00"
		move 'Y' to master-open-ok
	else
		display "Master not readable - file status " master-status
			" - reversed postings cannot be left out."
	end-if
	open input posting-xref
	if xref-status = "00"
		move 'Y' to xref-open-ok
	else
		display "Posting cross-reference not readable - file status "
			xref-status " - sources not shown."
	end-if

	perform build-dup-work
	if master-open-ok = 'Y'
		close master-file
	end-if
	if xref-open-ok = 'Y'
		close posting-xref
	end-if
	if files-ok = 'N'
		close cleared-pairs
		move 12 to return-code
		stop run
	end-if

	sort dup-sort-work
		on ascending key sw-value
			sw-numeral
			sw-days
			sw-record-id
		using dup-work
		giving dup-sorted

	display ""
	open input dup-sorted
	move 0 to sorted-eof
	move 0 to buffer-count
	move 1 to buffer-start
	perform scan-one-posting
		until sorted-eof = 1
	close dup-sorted
	close cleared-pairs

	if pairs-listed = 0
		display "No suspected double submissions."
	end-if
	display ""
	display "Summary"
	display "------------------------------"
	display "Valid postings read:   " postings-read
	display "Reversed, left out:    " postings-reversed
	display "Groups with suspects:  " groups-listed
	display "Pairs listed:          " pairs-listed
	display "Pairs already cleared: " pairs-cleared
	if buffer-overflow > 0
		display "Postings not compared: " buffer-overflow
			" (more than 500 alike in one window)"
	end-if
	display ""

	if pairs-listed > 0
		move 4 to return-code
	end-if

	stop run.

*>	Turn the window parameter into a number of days.
convert-parm-value.

	move 0 to window-days
	move 0 to parm-bad
	if parm-char(1) = space
		move 1 to parm-bad
	end-if
	perform convert-parm-digit
		varying pk from 1 by 1
		until pk > 20 or parm-char(pk) = space or parm-bad = 1.

*>	Take one digit of the parameter into the running number.
convert-parm-digit.

	if parm-char(pk) >= '0' and parm-char(pk) <= '9'
		move parm-char(pk) to dig-x
		compute window-days = window-days * 10 + dig-9
	else
		move 1 to parm-bad
	end-if.

*>	Open the cleared-pairs file, creating it on the first run.
open-cleared-pairs.

	move 'N' to cleared-open-ok
	open i-o cleared-pairs
	if cleared-status = "35"
		open output cleared-pairs
		close cleared-pairs
		open i-o cleared-pairs
	end-if
	if cleared-status = "00"
		move 'Y' to cleared-open-ok
	else
		display "Unable to open cleared pairs file - file status "
			cleared-status "."
	end-if.

*>	Apply the night's clearance cards.  No cards at all is the
*>	usual case and is not reported.
apply-clear-cards.

	open input clear-cards
	if cards-status = "00"
		perform apply-one-clear-card
			until eof-switch = 0
		move 1 to eof-switch
		close clear-cards
		if card-count > 0
			display "Clearance cards:  " card-count
				"  applied " cards-applied
				"  refused " cards-refused
			display ""
		end-if
	end-if.

*>	Clear the pair named on one card, held low id first so the pair
*>	is found whichever way round it is listed.
apply-one-clear-card.

	read clear-cards
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if clear-card = spaces or clear-card(1:1) = '*'
			continue
		else
			add 1 to card-count
			move spaces to card-reason
			if cc-id-a = spaces or cc-id-b = spaces
				move "MISSING RECORD-ID" to card-reason
			else
			if cc-id-a = cc-id-b
				move "BOTH RECORD-IDS THE SAME" to card-reason
			else
			if cc-operator = spaces
				move "MISSING OPERATOR ID" to card-reason
			else
				if cc-id-a < cc-id-b
					move cc-id-a to dc-low-id
					move cc-id-b to dc-high-id
				else
					move cc-id-b to dc-low-id
					move cc-id-a to dc-high-id
				end-if
				move cc-operator to dc-operator
				move cc-reason to dc-reason
				move today-date to dc-cleared-date
				write cleared-pair-record
					invalid key
						move "PAIR ALREADY CLEARED" to card-reason
					not invalid key
						add 1 to cards-applied
						display "CLEARED  " dc-low-id " "
							dc-high-id " by " dc-operator
				end-write
			end-if
			end-if
			end-if
			if card-reason is not = spaces
				add 1 to cards-refused
				display "REFUSED  " cc-id-a " " cc-id-b " - "
					card-reason
			end-if
		end-if
	end-if.

*>	Copy every valid posting on the history and the live file to
*>	the work file with its day count and source.
build-dup-work.

	move 'Y' to files-ok
	open output dup-work

	open input ohist
	if ohist-status = "00"
		perform copy-one-ohist-record
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
		perform copy-one-ofile-record
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

	close dup-work.

*>	Take one archived output record.
copy-one-ohist-record.

	read ohist
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		move ohist-record to output-record
		perform copy-valid-posting
	end-if.

*>	Take one live output record.
copy-one-ofile-record.

	read ofile
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		perform copy-valid-posting
	end-if.

*>	Write a valid posting to the work file - unless the master
*>	shows it since reversed - with the source it came in on.
copy-valid-posting.

	if o-flag = "VALID  " and o-transaction-date is numeric
		move o-record-id to m-record-id
		move "VALID  " to m-flag
		if master-open-ok = 'Y'
			read master-file
				invalid key
					continue
			end-read
		end-if
		if m-flag = "REVERSD"
			add 1 to postings-reversed
		else
			add 1 to postings-read
			move o-value to dw-value
			move o-numeral to dw-numeral
			move o-transaction-date to dw-date
			move o-transaction-date to convert-date
			perform convert-date-to-days
			move cd-days to dw-days
			move o-record-id to dw-record-id
			move spaces to dw-ifile-name
			move spaces to dw-file-id
			if xref-open-ok = 'Y'
				move o-record-id to sx-record-id
				read posting-xref
					invalid key
						continue
					not invalid key
						move sx-ifile-name to dw-ifile-name
						move sx-file-id to dw-file-id
				end-read
			end-if
			write dup-work-record
		end-if
	end-if.

*>	Take the next posting in value, numeral and date order and hold
*>	it against the postings of the same value and numeral still
*>	within the window before it.
scan-one-posting.

	read dup-sorted
		at end move 1 to sorted-eof
	end-read

	if sorted-eof = 0
		if buffer-count = 0 or ds-value is not = cg-value
				or ds-numeral is not = cg-numeral
			move ds-value to cg-value
			move ds-numeral to cg-numeral
			move 0 to buffer-count
			move 1 to buffer-start
			move 0 to group-listed
		end-if
		perform drop-aged-posting
			until buffer-start > buffer-count
			or pb-days(buffer-start) + window-days >= ds-days
		perform compare-one-pair
			varying bx from buffer-start by 1
			until bx > buffer-count
		perform add-to-buffer
	end-if.

*>	Let the oldest held posting fall out of the window.
drop-aged-posting.

	add 1 to buffer-start.

*>	Hold the posting for the ones after it, making room at the top
*>	of the buffer when the fallen-out postings fill it.
add-to-buffer.

	if buffer-count = 500 and buffer-start > 1
		move 0 to bt
		perform compact-one-entry
			varying bx from buffer-start by 1
			until bx > buffer-count
		move bt to buffer-count
		move 1 to buffer-start
	end-if
	if buffer-count < 500
		add 1 to buffer-count
		move ds-days to pb-days(buffer-count)
		move ds-date to pb-date(buffer-count)
		move ds-record-id to pb-record-id(buffer-count)
		move ds-ifile-name to pb-ifile-name(buffer-count)
		move ds-file-id to pb-file-id(buffer-count)
	else
		add 1 to buffer-overflow
	end-if.

*>	Move one live entry down to the bottom of the buffer.
compact-one-entry.

	add 1 to bt
	move buffer-entry(bx) to buffer-entry(bt).

*>	One held posting against the new one - two different ids is a
*>	suspect pair, unless the pair has already been cleared.
compare-one-pair.

	if pb-record-id(bx) is not = ds-record-id
		if pb-record-id(bx) < ds-record-id
			move pb-record-id(bx) to dc-low-id
			move ds-record-id to dc-high-id
		else
			move ds-record-id to dc-low-id
			move pb-record-id(bx) to dc-high-id
		end-if
		read cleared-pairs
			invalid key
				perform list-suspect-pair
			not invalid key
				add 1 to pairs-cleared
		end-read
	end-if.

*>	List one suspect pair under its value and numeral.
list-suspect-pair.

	if group-listed = 0
		move 1 to group-listed
		add 1 to groups-listed
		move cg-value to value-edit
		display "Value " value-edit "  " cg-numeral
	end-if
	add 1 to pairs-listed
	move spaces to source-a
	if pb-ifile-name(bx) = spaces
		move "source not known" to source-a
	else
		string pb-ifile-name(bx) delimited by space
			" branch " delimited by size
			pb-file-id(bx) delimited by space
			into source-a
		end-string
	end-if
	move spaces to source-b
	if ds-ifile-name = spaces
		move "source not known" to source-b
	else
		string ds-ifile-name delimited by space
			" branch " delimited by size
			ds-file-id delimited by space
			into source-b
		end-string
	end-if
	display "  " pb-record-id(bx) " " pb-date(bx) "  " source-a
	display "  " ds-record-id " " ds-date "  " source-b
	display "".

*>	Turn convert-date into a running day count so two dates can be
*>	subtracted to give a difference in days - years times 365 plus
*>	the leap days before the year, the days in the completed months,
*>	and the day of the month, with february 29 counted only once
*>	the leap year's own february is past.
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
