*> Pending-change queue expiry and daily report.  A change to a
*> posted value or a hold on a posting is keyed by one operator in
*> roman's maintenance mode and waits on the CHGQUEUE pending-change
*> queue until a second, different operator approves or declines it.
*> This job first expires every request still pending after the
*> number of days supplied on the command line (5 when none is
*> given) - an expired request is kept on the queue, marked EXPIRED,
*> and can no longer be approved.  It then lists, by the operator who
*> keyed them, every request still pending and every request
*> approved, declined or expired on the report date, followed by what
*> each reviewing operator approved and declined that day, so audit
*> can see two names against every change.  The command line is
*> "days" or "days,yyyymmdd" - the report date defaults to today.
*> The job ends with return code 4 when it expired anything, so the
*> scheduler can flag the day, and 12 when the queue cannot be read.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. chgrpt.
environment division.
input-output section.
file-control.
	select change-queue assign to "CHGQUEUE"
		organization is indexed
		access is dynamic
		record key is cq-request-no
		alternate record key is cq-record-id
			with duplicates
		file status is change-status.
	select change-work assign to "CHGWORK"
		organization is line sequential
		file status is chwork-status.
	select change-sorted assign to "CHGSORT"
		organization is line sequential
		file status is chsorted-status.
	select change-sort-work assign to "CHGSWK".
data division.
file section.
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
fd change-work.
	01 change-work-record.
		05 wk-operator        pic x(8).
		05 wk-request-no      pic 9(6).
		05 wk-record-id       pic x(10).
		05 wk-type            pic x.
		05 wk-status          pic x(8).
		05 wk-old-value       pic -(8)9.
		05 wk-old-flag        pic x(7).
		05 wk-new-value       pic -(8)9.
		05 wk-reason          pic x(30).
		05 wk-requested-by    pic x(8).
		05 wk-request-stamp   pic 9(14).
		05 wk-reviewed-by     pic x(8).
		05 wk-review-stamp    pic 9(14).
		05 wk-review-note     pic x(30).
fd change-sorted.
	01 change-sorted-record.
		05 sr-operator        pic x(8).
		05 sr-request-no      pic 9(6).
		05 sr-record-id       pic x(10).
		05 sr-type            pic x.
		05 sr-status          pic x(8).
		05 sr-old-value       pic -(8)9.
		05 sr-old-flag        pic x(7).
		05 sr-new-value       pic -(8)9.
		05 sr-reason          pic x(30).
		05 sr-requested-by    pic x(8).
		05 sr-request-stamp   pic 9(14).
		05 sr-reviewed-by     pic x(8).
		05 sr-review-stamp    pic 9(14).
		05 sr-review-note     pic x(30).
sd change-sort-work.
	01 change-sort-record.
		05 sw-operator        pic x(8).
		05 sw-request-no      pic 9(6).
		05 sw-record-id       pic x(10).
		05 sw-type            pic x.
		05 sw-status          pic x(8).
		05 sw-old-value       pic -(8)9.
		05 sw-old-flag        pic x(7).
		05 sw-new-value       pic -(8)9.
		05 sw-reason          pic x(30).
		05 sw-requested-by    pic x(8).
		05 sw-request-stamp   pic 9(14).
		05 sw-reviewed-by     pic x(8).
		05 sw-review-stamp    pic 9(14).
		05 sw-review-note     pic x(30).
working-storage section.
77	change-status pic xx.
77	chwork-status pic xx.
77	chsorted-status pic xx.
77	eof-switch pic 9 value 1.
77	run-parm pic x(80) value spaces.
77	days-parm pic x(20) value spaces.
77	date-parm pic x(20) value spaces.
77	expiry-days pic 9(5) value 5.
77	report-date pic 9(8) value 0.
77	parm-bad pic 9 value 0.
77	parm-number pic 9(9) value 0.
77	pk pic s99 usage is computational.
77	queue-count pic 9(9) value 0.
77	expired-count pic 9(9) value 0.
77	listed-count pic 9(9) value 0.
77	current-operator pic x(8) value spaces.
77	operator-active pic 9 value 0.
77	op-pending pic 9(5) value 0.
77	op-approved pic 9(5) value 0.
77	op-declined pic 9(5) value 0.
77	op-expired pic 9(5) value 0.
77	all-pending pic 9(9) value 0.
77	all-approved pic 9(9) value 0.
77	all-declined pic 9(9) value 0.
77	all-expired pic 9(9) value 0.
77	review-listed pic 9(9) value 0.
01 parm-value-area.
	02 parm-char pic x occurs 20 times.
01 dig-conv.
	05 dig-x pic x.
01 dig-num redefines dig-conv.
	05 dig-9 pic 9.
01 today-date.
	05 td-year  pic 9(4).
	05 td-month pic 9(2).
	05 td-day   pic 9(2).
01 now-time.
	05 nt-hhmmss pic 9(6).
	05 nt-hundredths pic 9(2).
01 expiry-stamp.
	05 es-date pic 9(8).
	05 es-time pic 9(6).
01 convert-date.
	05 cd-year  pic 9(4).
	05 cd-month pic 9(2).
	05 cd-day   pic 9(2).
77	cd-days pic 9(9) usage is computational.
77	today-days pic 9(9) usage is computational.
77	age-days pic 9(9) usage is computational.
77	year-before pic 9(4) usage is computational.
77	leap4 pic 9(4) usage is computational.
77	leap100 pic 9(4) usage is computational.
77	leap400 pic 9(4) usage is computational.
77	leap-quot pic 9(4) usage is computational.
77	leap-rem pic 9(4) usage is computational.
77	leap-flag pic 9 value 0.

procedure division.

*>	The expiry age arrives first on the command line, the report
*>	date after it - blank keeps the 5-day default and today, and
*>	anything non-numeric fails the job before it misreports.
	accept today-date from date yyyymmdd
	accept now-time from time
	move today-date to report-date

	accept run-parm from command-line
	unstring run-parm delimited by ","
		into days-parm date-parm
	end-unstring
	if days-parm is not = spaces
		move days-parm to parm-value-area
		perform convert-parm-value
		if parm-bad = 1
			display "Expiry must be a number of days."
			move 16 to return-code
			stop run
		end-if
		move parm-number to expiry-days
	end-if
	if date-parm is not = spaces
		move date-parm to parm-value-area
		perform convert-parm-value
		if parm-bad = 1 or parm-number < 19000101
				or parm-number > 99991231
			display "Report date must be yyyymmdd."
			move 16 to return-code
			stop run
		end-if
		move parm-number to report-date
	end-if

	move today-date to convert-date
	perform convert-date-to-days
	move cd-days to today-days

	display ""
	display "Pending-Change Queue Report for " report-date
		" - expiring after " expiry-days " days"
	display "==========================================="

	perform expire-and-collect
	if return-code = 12
		stop run
	end-if

*>	Bring each keying operator's requests together in request
*>	order for the listing.
	sort change-sort-work
		on ascending key sw-operator
			sw-request-no
		using change-work
		giving change-sorted
	perform print-keyed-report

*>	Then each reviewer's decisions together, the same way.
	perform collect-reviews
	sort change-sort-work
		on ascending key sw-operator
			sw-request-no
		using change-work
		giving change-sorted
	perform print-review-report

	if expired-count > 0
		move 4 to return-code
	end-if

	stop run.

*>	Scan one command line field as a number.
convert-parm-value.

	move 0 to parm-number
	move 0 to parm-bad
	if parm-char(1) = space
		move 1 to parm-bad
	end-if
	perform convert-parm-digit
		varying pk from 1 by 1
		until pk > 20 or parm-char(pk) = space or parm-bad = 1.

*>	Take one digit of the field into the running number.
convert-parm-digit.

	if parm-char(pk) >= '0' and parm-char(pk) <= '9'
		move parm-char(pk) to dig-x
		compute parm-number = parm-number * 10 + dig-9
	else
		move 1 to parm-bad
	end-if.

*>	Read the queue end to end, expiring each request left pending
*>	past the limit and copying every request the report covers into
*>	the work file under the operator who keyed it.  No queue means
*>	no request was ever keyed; one that cannot be opened fails the
*>	job.
expire-and-collect.

	open output change-work
	open i-o change-queue
	if change-status = "00"
		perform expire-one-request
			until eof-switch = 0
		move 1 to eof-switch
		close change-queue
	else
		if change-status = "35"
			display "No change requests recorded."
		else
			display "Unable to open pending-change queue - file "
				"status " change-status "."
			move 12 to return-code
		end-if
	end-if
	close change-work.

*>	Expire one request when it is too old, and take it into the
*>	work file when it is pending or was decided on the report date.
expire-one-request.

	read change-queue next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		add 1 to queue-count
		if cq-status = "PENDING"
			move cq-request-stamp(1:8) to convert-date
			perform convert-date-to-days
			if today-days > cd-days
				compute age-days = today-days - cd-days
			else
				move 0 to age-days
			end-if
			if age-days > expiry-days
				move "EXPIRED" to cq-status
				move spaces to cq-reviewed-by
				move today-date to es-date
				move nt-hhmmss to es-time
				move expiry-stamp to cq-review-stamp
				move "NOT REVIEWED IN TIME" to cq-review-note
				rewrite change-record
					invalid key
						display "Unable to expire request "
							cq-request-no " - file status "
							change-status "."
					not invalid key
						add 1 to expired-count
				end-rewrite
			end-if
		end-if
		if cq-status = "PENDING"
				or cq-review-stamp(1:8) = report-date
			move cq-requested-by to wk-operator
			perform copy-to-work
		end-if
	end-if.

*>	Copy the request in hand into the work record and write it.
copy-to-work.

	move cq-request-no to wk-request-no
	move cq-record-id to wk-record-id
	move cq-type to wk-type
	move cq-status to wk-status
	move cq-old-value to wk-old-value
	move cq-old-flag to wk-old-flag
	move cq-new-value to wk-new-value
	move cq-reason to wk-reason
	move cq-requested-by to wk-requested-by
	move cq-request-stamp to wk-request-stamp
	move cq-reviewed-by to wk-reviewed-by
	move cq-review-stamp to wk-review-stamp
	move cq-review-note to wk-review-note
	write change-work-record.

*>	List the sorted requests, breaking on the keying operator.
print-keyed-report.

	move 0 to operator-active
	move 0 to listed-count
	display ""
	display "Requests by Keying Operator"
	display "------------------------------"
	open input change-sorted
	if chsorted-status is not = "00"
		display "Unable to open sorted change file - file status "
			chsorted-status "."
	else
		perform list-one-request
			until eof-switch = 0
		move 1 to eof-switch
		close change-sorted
	end-if
	if operator-active = 1
		perform print-operator-totals
	end-if
	if listed-count = 0
		display "Nothing pending and nothing decided on the date."
	end-if

	display ""
	display "Queue Totals"
	display "------------------------------"
	display "Requests on queue: " queue-count
	display "Expired this run:  " expired-count
	display "Pending:           " all-pending
	display "Approved on date:  " all-approved
	display "Declined on date:  " all-declined
	display "Expired on date:   " all-expired.

*>	Print one request under its operator.
list-one-request.

	read change-sorted
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if operator-active = 0 or sr-operator is not = current-operator
			if operator-active = 1
				perform print-operator-totals
			end-if
			move sr-operator to current-operator
			move 1 to operator-active
			move 0 to op-pending
			move 0 to op-approved
			move 0 to op-declined
			move 0 to op-expired
			display ""
			display "Operator: " current-operator
		end-if

		add 1 to listed-count
		evaluate sr-status
			when "PENDING"
				add 1 to op-pending
				add 1 to all-pending
			when "APPROVED"
				add 1 to op-approved
				add 1 to all-approved
			when "DECLINED"
				add 1 to op-declined
				add 1 to all-declined
			when "EXPIRED"
				add 1 to op-expired
				add 1 to all-expired
		end-evaluate
		display "  " sr-request-no " " sr-record-id " " sr-type
			" " sr-status " keyed " sr-request-stamp
		if sr-type = 'V'
			display "         value " sr-old-value " to "
				sr-new-value "  " sr-reason
		else
			display "         flag  " sr-old-flag "  " sr-reason
		end-if
		if sr-status is not = "PENDING"
			display "         reviewed " sr-reviewed-by " "
				sr-review-stamp "  " sr-review-note
		end-if
	end-if.

*>	Print the counts for the operator whose requests just ended.
print-operator-totals.

	display "  Pending " op-pending "  Approved " op-approved
		"  Declined " op-declined "  Expired " op-expired.

*>	Copy every request decided by a reviewer on the report date into
*>	the work file under the reviewing operator.  Expired requests
*>	had no reviewer and are left out.
collect-reviews.

	open output change-work
	open input change-queue
	if change-status = "00"
		perform collect-one-review
			until eof-switch = 0
		move 1 to eof-switch
		close change-queue
	end-if
	close change-work.

*>	Take one request into the work file when it was reviewed on the
*>	report date.
collect-one-review.

	read change-queue next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if (cq-status = "APPROVED" or cq-status = "DECLINED")
				and cq-review-stamp(1:8) = report-date
			move cq-reviewed-by to wk-operator
			perform copy-to-work
		end-if
	end-if.

*>	List each reviewer's decisions on the report date.
print-review-report.

	move 0 to operator-active
	move 0 to review-listed
	display ""
	display "Decisions by Reviewing Operator"
	display "------------------------------"
	open input change-sorted
	if chsorted-status is not = "00"
		display "Unable to open sorted change file - file status "
			chsorted-status "."
	else
		perform list-one-review
			until eof-switch = 0
		move 1 to eof-switch
		close change-sorted
	end-if
	if operator-active = 1
		perform print-reviewer-totals
	end-if
	if review-listed = 0
		display "No requests reviewed on the date."
	end-if
	display "".

*>	Print one decision under its reviewer.
list-one-review.

	read change-sorted
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if operator-active = 0 or sr-operator is not = current-operator
			if operator-active = 1
				perform print-reviewer-totals
			end-if
			move sr-operator to current-operator
			move 1 to operator-active
			move 0 to op-approved
			move 0 to op-declined
			display ""
			display "Reviewer: " current-operator
		end-if

		add 1 to review-listed
		if sr-status = "APPROVED"
			add 1 to op-approved
		else
			add 1 to op-declined
		end-if
		display "  " sr-request-no " " sr-record-id " " sr-type
			" " sr-status " keyed by " sr-requested-by
			"  " sr-review-note
	end-if.

*>	Print the counts for the reviewer whose decisions just ended.
print-reviewer-totals.

	display "  Approved " op-approved "  Declined " op-declined.

*>	Turn convert-date into a running day count so two dates can be
*>	subtracted to give an age in days - years times 365 plus the
*>	leap days before the year, the days in the completed months,
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
