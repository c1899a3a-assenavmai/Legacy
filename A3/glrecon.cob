*> General ledger feed reconciliation.  The GLEXTR feed goes to the
*> ledger with a header and a count/hash trailer on every frame, but
*> until now nothing came back - a ledger refusal only surfaced at
*> month-end when the books did not tie.  The ledger now returns an
*> acknowledgement dataset (GLACK) per frame: a header naming the
*> frame's gh-file-id and creation date, one detail per gd-record-id
*> accepted or refused with the refusal reason, and a trailer with
*> the count and value hash it received.  Conversion and master
*> maintenance put every frame on the cumulative frame register
*> (GLFRAMES) the moment its trailer is written, since the feed
*> itself is rewritten by the next night's conversion.  This job:
*>   - checks every complete frame on the current GLEXTR against the
*>     register - a frame missing from it, or registered under the
*>     same name and date with other figures (a duplicate frame key
*>     the ledger cannot tell apart), is a break;
*>   - matches each acknowledgement against its registered frame and
*>     each acknowledged item against the record-id master, reporting
*>     refused items, items not on the master or at a different
*>     value, and acknowledged counts or hashes that differ from the
*>     gt-record-count/gt-hash-total we sent - a value an approved
*>     change on the pending-change queue moved is not a break;
*>   - writes every refused item to GLREFUS in the reject file layout
*>     so ledger refusals are worked the way rejects are;
*>   - lists every registered frame still not acknowledged more than
*>     the number of days supplied on the command line (3 when none
*>     is given) after its creation date.
*> Any break ends the job with return code 8 so the scheduler can
*> hold the day; 12 means a file could not be read.
*> Acknowledgement layout:
*>   header  'H'  file-id x(10), creation date 9(8), ack date 9(8)
*>   detail  'D'  record-id x(10), status A/R, value -(8)9,
*>                refusal reason x(25)
*>   trailer 'T'  record count 9(9), hash total -(9)9
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. glrecon.
environment division.
input-output section.
file-control.
	select gl-extract assign to "GLEXTR"
		organization is line sequential
		file status is gl-status.
	select gl-ack assign to "GLACK"
		organization is line sequential
		file status is ack-status.
	select gl-refusals assign to "GLREFUS"
		organization is line sequential
		file status is refusal-status.
	select frame-register assign to "GLFRAMES"
		organization is indexed
		access is dynamic
		record key is fr-key
		file status is frame-status.
	select master-file assign to "OMASTER"
		organization is indexed
		access is random
		record key is m-record-id
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
fd gl-extract.
	01 gl-detail-record.
		05 gd-type             pic x.
		05 gd-record-id        pic x(10).
		05 gd-transaction-date pic 9(8).
		05 gd-value            pic -(8)9.
	01 gl-header-record.
		05 gh-type             pic x.
		05 gh-file-id          pic x(10).
		05 gh-creation-date    pic 9(8).
		05 filler              pic x(9).
	01 gl-trailer-record.
		05 gt-type             pic x.
		05 gt-record-count     pic 9(9).
		05 gt-hash-total       pic -(9)9.
		05 filler              pic x(8).
fd gl-ack.
	01 ack-detail-record.
		05 ad-type             pic x.
		05 ad-record-id        pic x(10).
		05 ad-status           pic x.
		05 ad-value            pic -(8)9.
		05 ad-reason           pic x(25).
	01 ack-header-record.
		05 ah-type             pic x.
		05 ah-file-id          pic x(10).
		05 ah-creation-date    pic 9(8).
		05 ah-ack-date         pic 9(8).
		05 filler              pic x(19).
	01 ack-trailer-record.
		05 at-type             pic x.
		05 at-record-count     pic 9(9).
		05 at-hash-total       pic -(9)9.
		05 filler              pic x(26).
fd gl-refusals.
	01 reject-record.
		05 rj-numeral          pic x(30).
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd frame-register.
	01 frame-record.
		05 fr-key.
			10 fr-file-id       pic x(10).
			10 fr-creation-date pic 9(8).
		05 fr-record-count     pic 9(9).
		05 fr-hash-total       pic s9(10) sign leading separate.
		05 fr-ack-status       pic x.
		05 fr-ack-date         pic 9(8).
		05 fr-accepted         pic 9(9).
		05 fr-refused          pic 9(9).
fd master-file.
	01 master-record.
		05 m-record-id        pic x(10).
		05 m-numeral          pic x(30).
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
77	gl-status pic xx.
77	ack-status pic xx.
77	refusal-status pic xx.
77	frame-status pic xx.
77	master-status pic xx.
77	change-status pic xx.
77	change-open-ok pic x value 'N'.
77	change-eof pic 9 value 1.
77	change-old-value pic s9(8) usage is computational.
77	change-new-value pic s9(8) usage is computational.
77	change-explained pic 9 value 0.
77	eof-switch pic 9 value 1.
77	recon-parm pic x(80) value spaces.
77	overdue-days pic 9(5) value 3.
77	parm-bad pic 9 value 0.
77	pk pic s99 usage is computational.
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
77	master-open-ok pic x value 'N'.
77	refusal-open-ok pic x value 'N'.
77	record-value pic s9(8) usage is computational.
77	master-value pic s9(8) usage is computational.
77	value-edit pic -(9)9.
77	extract-frame-open pic 9 value 0.
77	extract-file-id pic x(10) value spaces.
77	extract-creation-date pic 9(8) value 0.
77	extract-count pic 9(9) value 0.
77	extract-hash pic s9(10) value 0 usage is computational.
77	trailer-hash pic s9(10) value 0 usage is computational.
77	frames-seen pic 9(5) value 0.
77	frames-known pic 9(5) value 0.
77	frames-unregistered pic 9(5) value 0.
77	frames-duplicate pic 9(5) value 0.
77	frames-unclosed pic 9(5) value 0.
77	ack-frame-open pic 9 value 0.
77	ack-frame-matched pic 9 value 0.
77	ack-frame-breaks pic 9(5) value 0.
77	ack-count pic 9(9) value 0.
77	ack-hash pic s9(10) value 0 usage is computational.
77	ack-accepted pic 9(9) value 0.
77	ack-refused pic 9(9) value 0.
77	frames-acked pic 9(5) value 0.
77	frames-acked-clean pic 9(5) value 0.
77	frames-ack-unknown pic 9(5) value 0.
77	frames-ack-repeat pic 9(5) value 0.
77	items-accepted pic 9(9) value 0.
77	items-refused pic 9(9) value 0.
77	items-not-on-master pic 9(9) value 0.
77	items-value-breaks pic 9(9) value 0.
77	frames-overdue pic 9(5) value 0.
77	frames-awaiting pic 9(5) value 0.
77	break-count pic 9(9) value 0.

procedure division.

*>	The overdue threshold arrives on the command line as a plain
*>	number of days - blank keeps the 3-day default, anything
*>	non-numeric fails the job before it misreports.
	accept recon-parm from command-line
	if recon-parm is not = spaces
		move recon-parm(1:20) to parm-value-area
		perform convert-parm-value
		if parm-bad = 1
			display "Overdue threshold must be a number of days."
			move 16 to return-code
			stop run
		end-if
	end-if

	accept today-date from date yyyymmdd
	move today-date to convert-date
	perform convert-date-to-days
	move cd-days to today-days

	display ""
	display "General Ledger Feed Reconciliation - " today-date
	display "==========================================="

	open i-o frame-register
	if frame-status = "35"
		open output frame-register
		close frame-register
		open i-o frame-register
	end-if
	if frame-status is not = "00"
		display "Unable to open frame register - file status "
			frame-status "."
		move 12 to return-code
		stop run
	end-if

*>	Side one - every complete frame the feed now holds must be on
*>	the register with the count and hash its trailer carried.
	perform check-extract-frames

*>	Side two - what the ledger says it did with each frame.
	open input master-file
	if master-status = "00"
		move 'Y' to master-open-ok
	else
		display "Unable to open master file - file status "
			master-status " - items not checked."
		move 12 to return-code
	end-if
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
	perform match-acknowledgements
	if master-open-ok = 'Y'
		close master-file
	end-if
	if change-open-ok = 'Y'
		close change-queue
	end-if
	close frame-register

*>	Side three - whatever has gone unanswered too long.
	perform list-overdue-frames

	perform print-recon-summary

*>	A file that could not be read already set return code 12 - a
*>	break must not downgrade that.
	if break-count > 0 and return-code = 0
		move 8 to return-code
	end-if

	stop run.

*>	Scan the command line parameter as a number of days.
convert-parm-value.

	move 0 to overdue-days
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
		compute overdue-days = overdue-days * 10 + dig-9
	else
		move 1 to parm-bad
	end-if.

*>	Walk the feed frame by frame.  A frame is checked against the
*>	register when its trailer arrives - a frame the run left open (a
*>	run stopped at the reject limit writes no trailer until the
*>	resumed run finishes it) is not yet something the ledger can
*>	acknowledge.
check-extract-frames.

	display ""
	display "Frames Sent"
	display "------------------------------"
	open input gl-extract
	if gl-status = "00"
		perform check-one-extract-record
			until eof-switch = 0
		move 1 to eof-switch
		close gl-extract
		if extract-frame-open = 1
			add 1 to frames-unclosed
			display "OPEN     " extract-file-id " "
				extract-creation-date " - no trailer yet, "
				"not checked."
		end-if
	else
		if gl-status = "35"
			display "No ledger feed on file."
		else
			display "Ledger feed not readable - file status "
				gl-status "."
			move 12 to return-code
		end-if
	end-if.

*>	Take one feed record into the frame being built.
check-one-extract-record.

	read gl-extract
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		evaluate gd-type
			when 'H'
				if extract-frame-open = 1
					add 1 to frames-unclosed
					display "OPEN     " extract-file-id " "
						extract-creation-date
						" - no trailer, not checked."
				end-if
				move 1 to extract-frame-open
				move gh-file-id to extract-file-id
				move gh-creation-date to extract-creation-date
				move 0 to extract-count
				move 0 to extract-hash
			when 'D'
				add 1 to extract-count
				move gd-value to record-value
				add record-value to extract-hash
			when 'T'
				if extract-frame-open = 1
					perform check-frame
				end-if
				move 0 to extract-frame-open
		end-evaluate
	end-if.

*>	Hold a finished frame against the register.  A trailer that
*>	disagrees with the details in front of it is a break in our own
*>	feed; a frame the register does not hold was never registered
*>	when it was sent, and one registered with other figures shares
*>	its name and date with a different frame.
check-frame.

	add 1 to frames-seen
	move gt-hash-total to trailer-hash
	if gt-record-count is not = extract-count
			or trailer-hash is not = extract-hash
		add 1 to break-count
		move extract-hash to value-edit
		display "BREAK    " extract-file-id " "
			extract-creation-date
			" - trailer disagrees with its details: count "
			extract-count " hash " value-edit
	end-if
	move extract-file-id to fr-file-id
	move extract-creation-date to fr-creation-date
	read frame-register
		invalid key
			add 1 to frames-unregistered
			add 1 to break-count
			move trailer-hash to value-edit
			display "BREAK    " extract-file-id " "
				extract-creation-date
				" - frame not on the register: count "
				gt-record-count " hash " value-edit
		not invalid key
			if fr-record-count is not = gt-record-count
					or fr-hash-total is not = trailer-hash
				add 1 to frames-duplicate
				add 1 to break-count
				move trailer-hash to value-edit
				display "BREAK    " extract-file-id " "
					extract-creation-date
					" - DUPLICATE FRAME KEY: feed count "
					gt-record-count " hash " value-edit
				perform show-sent-figures
			else
				add 1 to frames-known
				move trailer-hash to value-edit
				display "SENT     " fr-file-id " " fr-creation-date
					"  count " fr-record-count "  hash " value-edit
			end-if
	end-read.

*>	Read the acknowledgement dataset frame by frame and reconcile
*>	each against what was sent.
match-acknowledgements.

	display ""
	display "Acknowledgements"
	display "------------------------------"
	open input gl-ack
	if ack-status is not = "00"
		if ack-status = "35"
			display "No acknowledgements received."
		else
			display "Acknowledgements not readable - file status "
				ack-status "."
			move 12 to return-code
		end-if
	else
		open extend gl-refusals
		if refusal-status = "35"
			open output gl-refusals
		end-if
		if refusal-status = "00"
			move 'Y' to refusal-open-ok
		else
			display "Unable to open ledger refusal file - file status "
				refusal-status " - refusals not written."
			move 12 to return-code
		end-if
		perform match-one-ack-record
			until eof-switch = 0
		move 1 to eof-switch
		if ack-frame-open = 1
			add 1 to break-count
			display "BREAK    " ah-file-id " " ah-creation-date
				" - acknowledgement ends with no trailer."
		end-if
		close gl-ack
		if refusal-open-ok = 'Y'
			close gl-refusals
		end-if
	end-if.

*>	Take one acknowledgement record into the frame it belongs to.
match-one-ack-record.

	read gl-ack
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		evaluate ad-type
			when 'H'
				if ack-frame-open = 1
					add 1 to break-count
					display "BREAK    " fr-file-id " "
						fr-creation-date
						" - acknowledgement has no trailer."
				end-if
				perform start-ack-frame
			when 'D'
				if ack-frame-open = 1 and ack-frame-matched = 1
					perform match-ack-detail
				end-if
			when 'T'
				if ack-frame-open = 1 and ack-frame-matched = 1
					perform finish-ack-frame
				end-if
				move 0 to ack-frame-open
			when other
				add 1 to break-count
				display "BREAK    acknowledgement record type "
					ad-type " not recognized."
		end-evaluate
	end-if.

*>	Find the frame an acknowledgement header names.  A frame never
*>	sent, or one already acknowledged, has its details passed over -
*>	a repeated acknowledgement must not write its refusals twice.
start-ack-frame.

	move 1 to ack-frame-open
	move 0 to ack-frame-matched
	move 0 to ack-frame-breaks
	move 0 to ack-count
	move 0 to ack-hash
	move 0 to ack-accepted
	move 0 to ack-refused
	move ah-file-id to fr-file-id
	move ah-creation-date to fr-creation-date
	read frame-register
		invalid key
			add 1 to frames-ack-unknown
			add 1 to break-count
			display "BREAK    " ah-file-id " " ah-creation-date
				" - acknowledged frame was never sent."
		not invalid key
			if fr-ack-status is not = space
				add 1 to frames-ack-repeat
				display "REPEAT   " fr-file-id " "
					fr-creation-date
					" - already acknowledged " fr-ack-date
					", passed over."
			else
				move 1 to ack-frame-matched
			end-if
	end-read.

*>	One acknowledged item - count it into the frame, hold it against
*>	the master, and write it out when the ledger refused it.
match-ack-detail.

	add 1 to ack-count
	move ad-value to record-value
	add record-value to ack-hash

	if master-open-ok = 'Y'
		move ad-record-id to m-record-id
		read master-file
			invalid key
				add 1 to items-not-on-master
				add 1 to ack-frame-breaks break-count
				display "BREAK    " ad-record-id
					" - acknowledged item not on master."
				move spaces to m-numeral
				move 0 to m-transaction-date
			not invalid key
				move m-value to master-value

*>				A reversed posting went to the ledger twice - once
*>				as posted and once backed out at the negative - so
*>				either amount acknowledged against it agrees.
				if m-flag = "REVERSD"
						and master-value + record-value = 0
					move record-value to master-value
				end-if

*>				A posting whose value an approved change moved went
*>				to the ledger at its old value and again as the
*>				difference, so either agrees when the queue shows
*>				the change.
				if master-value is not = record-value
					perform check-approved-change
					if change-explained = 1
						move record-value to master-value
					end-if
				end-if
				if master-value is not = record-value
					add 1 to items-value-breaks
					add 1 to ack-frame-breaks break-count
					move master-value to value-edit
					display "BREAK    " ad-record-id
						" - acknowledged at " ad-value
						", master holds " value-edit
				end-if
		end-read
	else
		move spaces to m-numeral
		move 0 to m-transaction-date
	end-if

	evaluate ad-status
		when 'A'
			add 1 to ack-accepted
			add 1 to items-accepted
		when 'R'
			add 1 to ack-refused
			add 1 to items-refused
			add 1 to ack-frame-breaks break-count
			display "REFUSED  " ad-record-id "  " ad-value
				"  " ad-reason
			perform write-refusal
		when other
			add 1 to ack-frame-breaks break-count
			display "BREAK    " ad-record-id
				" - acknowledgement status " ad-status
				" not recognized."
	end-evaluate.

*>	Look along the pending-change queue's record-id key for an
*>	approved value change to the acknowledged item that started
*>	from the acknowledged value or made it as its difference.
check-approved-change.

	move 0 to change-explained
	if change-open-ok = 'Y'
		move ad-record-id to cq-record-id
		move 1 to change-eof
		start change-queue key is = cq-record-id
			invalid key
				move 0 to change-eof
		end-start
		perform match-one-change
			until change-eof = 0
	end-if.

*>	Check one queued request for the acknowledged item.
match-one-change.

	read change-queue next
		at end move 0 to change-eof
	end-read

	if change-eof is not = 0
		if cq-record-id is not = ad-record-id
			move 0 to change-eof
		else
			if cq-status = "APPROVED" and cq-type = 'V'
				move cq-old-value to change-old-value
				move cq-new-value to change-new-value
				if change-old-value = record-value
						or change-new-value - change-old-value
							= record-value
					move 1 to change-explained
				end-if
			end-if
		end-if
	end-if.

*>	Write a refused item out in the reject file layout, with what
*>	the master knows of it, so it can be worked like any reject.
write-refusal.

	if refusal-open-ok = 'Y'
		move m-numeral to rj-numeral
		move ad-record-id to rj-record-id
		move m-transaction-date to rj-transaction-date
		if ad-reason = spaces
			move "REFUSED BY LEDGER" to rj-reason
		else
			move ad-reason to rj-reason
		end-if
		move spaces to rj-ifile-name
		move spaces to rj-file-id
		move spaces to rj-returned-date
		write reject-record
	end-if.

*>	Close off an acknowledged frame - the ledger's own trailer and
*>	the items it listed must both agree with the count and hash we
*>	sent - and mark the frame acknowledged on the register.
finish-ack-frame.

	move at-hash-total to trailer-hash
	if at-record-count is not = fr-record-count
			or trailer-hash is not = fr-hash-total
		add 1 to ack-frame-breaks break-count
		move trailer-hash to value-edit
		display "BREAK    " fr-file-id " " fr-creation-date
			" - ledger trailer count " at-record-count
			" hash " value-edit
		perform show-sent-figures
	end-if
	if ack-count is not = fr-record-count
			or ack-hash is not = fr-hash-total
		add 1 to ack-frame-breaks break-count
		move ack-hash to value-edit
		display "BREAK    " fr-file-id " " fr-creation-date
			" - items acknowledged " ack-count
			" hash " value-edit
		perform show-sent-figures
	end-if

	add 1 to frames-acked
	if ack-frame-breaks = 0
		add 1 to frames-acked-clean
		move 'A' to fr-ack-status
		display "ACKED    " fr-file-id " " fr-creation-date
			"  accepted " ack-accepted
	else
		move 'B' to fr-ack-status
		display "ACKED    " fr-file-id " " fr-creation-date
			"  accepted " ack-accepted "  refused " ack-refused
			"  WITH BREAKS"
	end-if
	move today-date to fr-ack-date
	move ack-accepted to fr-accepted
	move ack-refused to fr-refused
	rewrite frame-record
	if frame-status is not = "00"
		display "Unable to mark frame " fr-file-id
			" acknowledged - file status " frame-status "."
		move 12 to return-code
	end-if.

*>	Show what was sent under a frame break, for the eye.
show-sent-figures.

	move fr-hash-total to value-edit
	display "         sent count " fr-record-count
		" hash " value-edit.

*>	Walk the whole register for frames still waiting on the ledger,
*>	listing each past the overdue threshold.
list-overdue-frames.

	display ""
	display "Frames Not Acknowledged After " overdue-days " Days"
	display "------------------------------"
	open input frame-register
	if frame-status is not = "00"
		display "Unable to open frame register - file status "
			frame-status "."
		move 12 to return-code
	else
		perform check-one-frame
			until eof-switch = 0
		move 1 to eof-switch
		close frame-register
	end-if
	if frames-overdue = 0
		display "Nothing overdue."
	end-if.

*>	Age one unacknowledged frame from its creation date.
check-one-frame.

	read frame-register next
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if fr-ack-status = space
			move fr-creation-date to convert-date
			perform convert-date-to-days
			if today-days > cd-days
				compute age-days = today-days - cd-days
			else
				move 0 to age-days
			end-if
			if age-days > overdue-days
				add 1 to frames-overdue
				add 1 to break-count
				move fr-hash-total to value-edit
				display "OVERDUE  " fr-file-id " " fr-creation-date
					"  " age-days " days  count " fr-record-count
					"  hash " value-edit
			else
				add 1 to frames-awaiting
			end-if
		end-if
	end-if.

*>	Close the report with the day's figures.
print-recon-summary.

	display ""
	display "Reconciliation Summary"
	display "------------------------------"
	display "Frames on feed:        " frames-seen
		"  (on register " frames-known ")"
	display "Frames not registered: " frames-unregistered
	display "Duplicate frame keys:  " frames-duplicate
	display "Frames left open:      " frames-unclosed
	display "Frames acknowledged:   " frames-acked
		"  (clean " frames-acked-clean ")"
	display "Unknown frames acked:  " frames-ack-unknown
	display "Repeat acks passed:    " frames-ack-repeat
	display "Items accepted:        " items-accepted
	display "Items refused:         " items-refused
	display "Items not on master:   " items-not-on-master
	display "Item value breaks:     " items-value-breaks
	display "Frames overdue:        " frames-overdue
	display "Frames awaiting ack:   " frames-awaiting
	display "Breaks:                " break-count
	if break-count = 0
		display "Ledger feed reconciles."
	else
		display "LEDGER FEED DOES NOT RECONCILE."
	end-if
	display "".

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
