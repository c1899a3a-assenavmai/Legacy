*> Volume and value trend report.  ofreport shows one night's control
*> breaks and nothing says whether the night was normal, so a branch
*> whose volume quietly doubles or whose reject rate creeps up is
*> only noticed at quarter end.  This report gives each sending
*> source a rolling 13-month and a rolling 30-day view - records
*> received, invalid rate, valid value total and average value per
*> valid record - from the run log, and the same views for the
*> system as a whole by transaction date from OHIST and OFILE.
*> Every month and day is held against the trailing average of the
*> ones before it (12 months, or 30 days), and one whose volume,
*> reject rate or value total moves more than its tolerance off
*> that average is flagged.  A source is the branch file-id of the
*> run log row, or the input file name for a file sent without a
*> header.  The tolerances are read from KEYWORD=VALUE cards on
*> TRENDCTL, blank cards and cards starting '*' ignored:
*>   VOLUME-TOLERANCE=nn  percent off the average record count (50)
*>   VALUE-TOLERANCE=nn   percent off the average value total (50)
*>   REJECT-TOLERANCE=nn  points off the average invalid rate (5)
*>   MIN-HISTORY=nn       months or days with activity the trailing
*>                        average needs before anything is flagged (5)
*> The report date (yyyymmdd) may be supplied on the command line;
*> it defaults to today.  Return code 4 when anything is flagged,
*> 12 when a file cannot be read, 16 for a bad parameter.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. trendrpt.
environment division.
input-output section.
file-control.
	select run-log assign to "RUNLOG"
		organization is line sequential
		file status is runlog-status.
	select ofile assign to "OFILE"
		organization is line sequential
		file status is ofile-status.
	select ohist assign to "OHIST"
		organization is line sequential
		file status is ohist-status.
	select control-file assign to "TRENDCTL"
		organization is line sequential
		file status is control-status.
	select trend-work assign to "TRNDWORK"
		organization is line sequential
		file status is twork-status.
	select trend-sorted assign to "TRNDSORT"
		organization is line sequential
		file status is tsorted-status.
	select trend-sort-work assign to "SORTWK".
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
fd control-file.
	01 control-card pic x(80).
fd trend-work.
	01 trend-work-record.
		05 tw-source      pic x(30).
		05 tw-run-date    pic 9(8).
		05 tw-ifile-name  pic x(30).
		05 tw-start-stamp pic 9(14).
		05 tw-processed   pic 9(9).
		05 tw-invalid     pic 9(9).
		05 tw-run-total   pic s9(9) sign leading separate.
sd trend-sort-work.
	01 trend-sort-record.
		05 sw-source      pic x(30).
		05 sw-run-date    pic 9(8).
		05 sw-ifile-name  pic x(30).
		05 sw-start-stamp pic 9(14).
		05 sw-processed   pic 9(9).
		05 sw-invalid     pic 9(9).
		05 sw-run-total   pic s9(9) sign leading separate.
fd trend-sorted.
	01 trend-sorted-record.
		05 ts-source      pic x(30).
		05 ts-run-date    pic 9(8).
		05 ts-ifile-name  pic x(30).
		05 ts-start-stamp pic 9(14).
		05 ts-processed   pic 9(9).
		05 ts-invalid     pic 9(9).
		05 ts-run-total   pic s9(9) sign leading separate.
working-storage section.
77	runlog-status pic xx.
77	ofile-status pic xx.
77	ohist-status pic xx.
77	control-status pic xx.
77	twork-status pic xx.
77	tsorted-status pic xx.
77	eof-switch pic 9 value 1.
77	sorted-eof pic 9 value 0.
77	report-parm pic x(80) value spaces.
77	report-date pic 9(8) value 0.
77	volume-tolerance pic 9(5) value 50.
77	value-tolerance pic 9(5) value 50.
77	reject-tolerance pic 9(5) value 5.
77	min-history pic 9(5) value 5.
77	ctl-keyword pic x(20) value spaces.
77	ctl-number pic 9(9) value 0.
77	ctl-bad pic 9 value 0.
77	ck pic s99 usage is computational.
01 ctl-value-area.
	02 ctl-char pic x occurs 20 times.
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
77	report-days pic 9(9) usage is computational.
77	first-day-days pic 9(9) usage is computational.
77	report-month-number pic 9(7) usage is computational.
77	month-number pic 9(7) usage is computational.
77	label-year pic 9(4) usage is computational.
77	label-month pic 9(2) usage is computational.
77	earliest-date pic 9(8) value 0.
77	bucket-date pic 9(8) value 0.
77	bucket-records pic 9(9) value 0.
77	bucket-invalid pic 9(9) value 0.
77	bucket-value pic s9(9) usage is computational.
77	record-value pic s9(8) usage is computational.
*>	One source's figures, day and month.  Buckets 1 to 60 are the
*>	60 days to the report date - the last 30 are the 30-day view,
*>	the 30 before them the trailing history of its first day.
*>	Buckets 61 to 85 are the 25 months to the report month in the
*>	same way, the last 13 shown and 12 more behind them.
01 bucket-table.
	02 bucket-entry occurs 85 times.
		05 bk-label       pic x(8).
		05 bk-active      pic 9.
		05 bk-records     pic 9(9).
		05 bk-invalid     pic 9(9).
		05 bk-value       pic s9(11) usage is computational.
77	bk-idx pic s9(3) usage is computational.
77	tk pic s9(3) usage is computational.
77	view-first pic s9(3) usage is computational.
77	view-last pic s9(3) usage is computational.
77	trail-span pic s9(3) usage is computational.
77	trail-floor pic s9(3) usage is computational.
77	trail-from pic s9(3) usage is computational.
77	trail-count pic 9(5) value 0.
77	trail-records pic s9(11) usage is computational.
77	trail-rate pic s9(7)v99 usage is computational.
77	trail-value pic s9(13) usage is computational.
77	avg-records pic s9(9)v99 usage is computational.
77	avg-rate pic s9(5)v99 usage is computational.
77	avg-value pic s9(11)v99 usage is computational.
77	bucket-rate pic s9(5)v99 usage is computational.
77	bucket-average pic s9(9)v99 usage is computational.
77	bucket-valid pic 9(9) usage is computational.
77	move-amount pic s9(13)v99 usage is computational.
77	move-limit pic s9(13)v99 usage is computational.
77	flag-text pic x(12) value spaces.
77	view-active pic 9(5) value 0.
77	source-active pic 9 value 0.
77	source-flagged pic 9 value 0.
01 current-source pic x(30) value spaces.
01 held-row.
	05 hr-run-date    pic 9(8).
	05 hr-ifile-name  pic x(30).
	05 hr-processed   pic 9(9).
	05 hr-invalid     pic 9(9).
	05 hr-run-total   pic s9(9) usage is computational.
77	held-active pic 9 value 0.
77	sources-reported pic 9(5) value 0.
77	sources-flagged pic 9(5) value 0.
77	lines-flagged pic 9(7) value 0.
77	records-edit pic z(8)9.
77	rate-edit pic zz9.99.
77	value-edit pic -(11)9.
77	average-edit pic -(8)9.99.
77	trail-records-edit pic z(8)9.99.

procedure division.

	accept report-parm from command-line
	if report-parm = spaces
		accept report-date from date yyyymmdd
	else
		if report-parm(1:8) is not numeric
			display "Report date (yyyymmdd) not recognized."
			move 16 to return-code
			stop run
		end-if
		move report-parm(1:8) to report-date
	end-if

	perform read-control-cards

	display ""
	display "Volume and Value Trend Report - " report-date
	display "==========================================="
	display "Tolerances - volume " volume-tolerance
		"%, value " value-tolerance "%, reject rate "
		reject-tolerance " points, minimum history "
		min-history

	perform set-report-window

*>	Each sending source from the run log, in source order.
	perform build-trend-work
	if runlog-status is not = "00" and runlog-status is not = "35"
		display "Unable to read run log - file status "
			runlog-status "."
		move 12 to return-code
		stop run
	end-if

	sort trend-sort-work
		on ascending key sw-source
			sw-run-date
			sw-ifile-name
			sw-start-stamp
		using trend-work
		giving trend-sorted

	open input trend-sorted
	move 0 to sorted-eof
	perform read-sorted-row
	perform trend-one-source
		until sorted-eof = 1
	close trend-sorted

*>	The system as a whole, by transaction date, from the converted
*>	records themselves - this is the view that still holds once a
*>	run log row has been lost or a file was run more than once.
	perform trend-all-sources

	display ""
	display "Trend Summary"
	display "------------------------------"
	display "Sources reported:  " sources-reported
	display "Sources flagged:   " sources-flagged
	display "Lines flagged:     " lines-flagged
	display ""

	if lines-flagged > 0 and return-code = 0
		move 4 to return-code
	end-if

	stop run.

*>	Read the tolerance cards.  A missing card file leaves every
*>	tolerance at its default.
read-control-cards.

	open input control-file
	if control-status = "00"
		perform read-one-control-card
			until eof-switch = 0
		move 1 to eof-switch
		close control-file
	end-if.

*>	Read and apply a single tolerance card.
read-one-control-card.

	read control-file
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if control-card = spaces or control-card(1:1) = '*'
			continue
		else
			move spaces to ctl-keyword
			move spaces to ctl-value-area
			unstring control-card delimited by "="
				into ctl-keyword ctl-value-area
			end-unstring
			inspect ctl-keyword converting
				"abcdefghijklmnopqrstuvwxyz"
				to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
			perform convert-ctl-value
			perform apply-control-card
		end-if
	end-if.

*>	Turn the card's value into a number.
convert-ctl-value.

	move 0 to ctl-number
	move 0 to ctl-bad
	if ctl-char(1) = space
		move 1 to ctl-bad
	end-if
	perform convert-ctl-digit
		varying ck from 1 by 1
		until ck > 20 or ctl-char(ck) = space or ctl-bad = 1.

*>	Take one digit of the card's value into the running number.
convert-ctl-digit.

	if ctl-char(ck) >= '0' and ctl-char(ck) <= '9'
		move ctl-char(ck) to dig-x
		compute ctl-number = ctl-number * 10 + dig-9
	else
		move 1 to ctl-bad
	end-if.

*>	Put a recognized tolerance where the report will use it.
apply-control-card.

	if ctl-bad = 1
		display "Control card value not numeric: " control-card
	else
		evaluate ctl-keyword
			when "VOLUME-TOLERANCE"
				move ctl-number to volume-tolerance
			when "VALUE-TOLERANCE"
				move ctl-number to value-tolerance
			when "REJECT-TOLERANCE"
				move ctl-number to reject-tolerance
			when "MIN-HISTORY"
				move ctl-number to min-history
			when other
				display "Control card not recognized: " control-card
		end-evaluate
	end-if.

*>	Work out where the report's windows start - the day count of
*>	the first of the 60 days, the month number of the report month,
*>	and the earliest date any bucket can hold, the first of the
*>	month 24 months back.
set-report-window.

	move report-date to convert-date
	perform convert-date-to-days
	move cd-days to report-days
	compute first-day-days = report-days - 59
	compute report-month-number = cd-year * 12 + cd-month
	compute month-number = report-month-number - 24
	perform set-month-label
	compute earliest-date = label-year * 10000 + label-month * 100 + 1.

*>	Turn month-number back into its year and month.
set-month-label.

	compute label-year = (month-number - 1) / 12
	compute label-month = month-number - label-year * 12.

*>	Copy the run log rows that fall in the report's window into the
*>	trend work file, each under its source.  A file that could not
*>	be opened, was refused or came with a bad parameter converted
*>	nothing and is left out.
build-trend-work.

	open output trend-work
	open input run-log
	if runlog-status = "00"
		perform copy-one-run-log-row
			until eof-switch = 0
		move 1 to eof-switch
		close run-log
	end-if
	close trend-work.

*>	Copy one run log row of the window to the work file.
copy-one-run-log-row.

	read run-log
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		if rl-start-stamp(1:8) >= earliest-date
				and rl-start-stamp(1:8) <= report-date
				and rl-return-code is not = 12
				and rl-return-code is not = 14
				and rl-return-code is not = 16
			if rl-file-id = spaces
				move rl-ifile-name to tw-source
			else
				move rl-file-id to tw-source
			end-if
			move rl-start-stamp(1:8) to tw-run-date
			move rl-ifile-name to tw-ifile-name
			move rl-start-stamp to tw-start-stamp
			move rl-processed to tw-processed
			move rl-invalid to tw-invalid
			move rl-run-total to record-value
			move record-value to tw-run-total
			write trend-work-record
		end-if
	end-if.

*>	Read the next sorted run log row, noting end of file.
read-sorted-row.

	read trend-sorted
		at end move 1 to sorted-eof
	end-read.

*>	Gather one source's rows into its buckets and print its views.
trend-one-source.

	move ts-source to current-source
	perform clear-buckets
	move 0 to held-active
	perform take-one-row
		until sorted-eof = 1 or ts-source is not = current-source
	perform post-held-row
	perform print-source-views.

*>	Hold one row as its file's figures for the day.  A file can log
*>	more than one row on a date - a run stopped at the reject limit
*>	logs its partial figures and the resumed run logs the whole
*>	file over again - so a later row for the same file and date
*>	replaces the one held, the way the balancing job takes it.
take-one-row.

	if held-active = 1 and ts-run-date = hr-run-date
			and ts-ifile-name = hr-ifile-name
		continue
	else
		perform post-held-row
	end-if
	move ts-run-date to hr-run-date
	move ts-ifile-name to hr-ifile-name
	move ts-processed to hr-processed
	move ts-invalid to hr-invalid
	move ts-run-total to hr-run-total
	move 1 to held-active
	perform read-sorted-row.

*>	Post the held row's figures to its day and month.
post-held-row.

	if held-active = 1
		move hr-run-date to bucket-date
		move hr-processed to bucket-records
		move hr-invalid to bucket-invalid
		move hr-run-total to bucket-value
		perform post-to-buckets
		move 0 to held-active
	end-if.

*>	Add one set of figures to the day and the month of bucket-date
*>	when they fall in the report's windows.
post-to-buckets.

	if bucket-date >= earliest-date and bucket-date <= report-date
		move bucket-date to convert-date
		perform convert-date-to-days
		if cd-days >= first-day-days and cd-days <= report-days
			compute bk-idx = cd-days - first-day-days + 1
			move bucket-date to bk-label(bk-idx)
			perform add-to-bucket
		end-if
		compute month-number = cd-year * 12 + cd-month
		compute bk-idx = month-number - report-month-number + 85
		perform add-to-bucket
	end-if.

*>	Add the figures to bucket bk-idx.
add-to-bucket.

	move 1 to bk-active(bk-idx)
	add bucket-records to bk-records(bk-idx)
	add bucket-invalid to bk-invalid(bk-idx)
	add bucket-value to bk-value(bk-idx).

*>	Empty the buckets for the next source, labelling each month.
clear-buckets.

	perform clear-one-bucket
		varying bk-idx from 1 by 1
		until bk-idx > 85.

*>	Empty one bucket.
clear-one-bucket.

	move 0 to bk-active(bk-idx)
	move 0 to bk-records(bk-idx)
	move 0 to bk-invalid(bk-idx)
	move 0 to bk-value(bk-idx)
	if bk-idx > 60
		compute month-number = report-month-number - 85 + bk-idx
		perform set-month-label
		compute bucket-date = label-year * 100 + label-month
		move spaces to bk-label(bk-idx)
		move bucket-date(3:6) to bk-label(bk-idx)
	else
		move spaces to bk-label(bk-idx)
	end-if.

*>	Print one source's 13-month and 30-day views.  A source with
*>	nothing in either view - one that stopped sending over a year
*>	ago - is passed over.
print-source-views.

	move 0 to source-active
	perform check-source-active
		varying bk-idx from 31 by 1
		until bk-idx > 60
	perform check-source-active
		varying bk-idx from 73 by 1
		until bk-idx > 85
	if source-active = 1
		add 1 to sources-reported
		move 0 to source-flagged
		display ""
		display "Source " current-source
		display "------------------------------"
		perform print-both-views
		if source-flagged = 1
			add 1 to sources-flagged
		end-if
	end-if.

*>	Note a source with activity in one of the views.
check-source-active.

	if bk-active(bk-idx) = 1
		move 1 to source-active
	end-if.

*>	Print the 13-month view and then the 30-day view of the buckets.
print-both-views.

	display "  13-Month View"
	display "  Period     Records Invalid%  Value Total"
		"      Average  Flags"
	move 73 to view-first
	move 85 to view-last
	move 12 to trail-span
	move 61 to trail-floor
	perform print-view
	display "  30-Day View"
	display "  Date       Records Invalid%  Value Total"
		"      Average  Flags"
	move 31 to view-first
	move 60 to view-last
	move 30 to trail-span
	move 1 to trail-floor
	perform print-view.

*>	Print one view's active buckets, each held against its trailing
*>	average.
print-view.

	move 0 to view-active
	perform print-one-bucket
		varying bk-idx from view-first by 1
		until bk-idx > view-last
	if view-active = 0
		display "  No activity."
	end-if.

*>	Print one bucket's line, flagging it when it strays from the
*>	trailing average by more than the tolerances allow.
print-one-bucket.

	if bk-active(bk-idx) = 1
		add 1 to view-active
		move bk-records(bk-idx) to bucket-records
		move bk-invalid(bk-idx) to bucket-invalid
		move bk-value(bk-idx) to bucket-value
		perform work-out-bucket-figures
		perform work-out-trailing-average
		perform set-bucket-flags
		move bucket-records to records-edit
		move bucket-rate to rate-edit
		move bucket-value to value-edit
		move bucket-average to average-edit
		display "  " bk-label(bk-idx) " " records-edit "  "
			rate-edit " " value-edit " " average-edit "  "
			flag-text
		if flag-text is not = spaces
			add 1 to lines-flagged
			move 1 to source-flagged
			move avg-records to trail-records-edit
			move avg-rate to rate-edit
			move avg-value to value-edit
			display "    average of prior " trail-count
				" - records " trail-records-edit
				"  invalid% " rate-edit "  value " value-edit
		end-if
	end-if.

*>	The invalid rate and the average value per valid record of the
*>	figures in bucket-records, bucket-invalid and bucket-value.
work-out-bucket-figures.

	if bucket-records > 0
		compute bucket-rate rounded =
			bucket-invalid * 100 / bucket-records
	else
		move 0 to bucket-rate
	end-if
	compute bucket-valid = bucket-records - bucket-invalid
	if bucket-valid > 0
		compute bucket-average rounded = bucket-value / bucket-valid
	else
		move 0 to bucket-average
	end-if.

*>	Average the active buckets in the trailing span before bk-idx -
*>	the 12 months, or 30 days, running up to it.
work-out-trailing-average.

	move 0 to trail-count
	move 0 to trail-records
	move 0 to trail-rate
	move 0 to trail-value
	compute trail-from = bk-idx - trail-span
	if trail-from < trail-floor
		move trail-floor to trail-from
	end-if
	perform add-trailing-bucket
		varying tk from trail-from by 1
		until tk >= bk-idx
	if trail-count > 0
		compute avg-records rounded = trail-records / trail-count
		compute avg-rate rounded = trail-rate / trail-count
		compute avg-value rounded = trail-value / trail-count
	else
		move 0 to avg-records
		move 0 to avg-rate
		move 0 to avg-value
	end-if.

*>	Add one trailing bucket into the average being built.
add-trailing-bucket.

	if bk-active(tk) = 1
		add 1 to trail-count
		add bk-records(tk) to trail-records
		add bk-value(tk) to trail-value
		if bk-records(tk) > 0
			compute trail-rate rounded = trail-rate
				+ bk-invalid(tk) * 100 / bk-records(tk)
		end-if
	end-if.

*>	Flag the bucket's volume, reject rate and value total against
*>	the trailing average - only once that average stands on enough
*>	history to mean anything.
set-bucket-flags.

	move spaces to flag-text
	if trail-count >= min-history and trail-count > 0
		compute move-amount = bucket-records - avg-records
		if move-amount < 0
			compute move-amount = 0 - move-amount
		end-if
		compute move-limit = avg-records * volume-tolerance / 100
		if move-amount > move-limit
			move "VOL" to flag-text(1:3)
		end-if
		compute move-amount = bucket-rate - avg-rate
		if move-amount < 0
			compute move-amount = 0 - move-amount
		end-if
		if move-amount > reject-tolerance
			move "REJ" to flag-text(5:3)
		end-if
		compute move-amount = bucket-value - avg-value
		if move-amount < 0
			compute move-amount = 0 - move-amount
		end-if
		compute move-limit = avg-value * value-tolerance / 100
		if move-limit < 0
			compute move-limit = 0 - move-limit
		end-if
		if move-amount > move-limit
			move "VAL" to flag-text(9:3)
		end-if
	end-if.

*>	Build and print the all-sources views from the converted
*>	records - the history first, then the live file.
trend-all-sources.

	move "ALL SOURCES - TRANSACTION DATE" to current-source
	perform clear-buckets

	open input ohist
	if ohist-status = "00"
		perform post-one-ohist-record
			until eof-switch = 0
		move 1 to eof-switch
		close ohist
	else
		if ohist-status is not = "35"
			display "Unable to read output history - file status "
				ohist-status "."
			move 12 to return-code
		end-if
	end-if

	open input ofile
	if ofile-status = "00"
		perform post-one-ofile-record
			until eof-switch = 0
		move 1 to eof-switch
		close ofile
	else
		if ofile-status is not = "35"
			display "Unable to read output file - file status "
				ofile-status "."
			move 12 to return-code
		end-if
	end-if

	perform print-source-views.

*>	Post one archived output record to its transaction date.
post-one-ohist-record.

	read ohist
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		move oh-flag to o-flag
		move oh-value to o-value
		move oh-transaction-date to o-transaction-date
		perform post-output-record
	end-if.

*>	Post one live output record to its transaction date.
post-one-ofile-record.

	read ofile
		at end move 0 to eof-switch
	end-read

	if eof-switch is not = 0
		perform post-output-record
	end-if.

*>	Count one output record into its day and month.  A reversing
*>	row is not a record received for the volume, but its negative
*>	value nets the posting it reverses out of the value total; a
*>	maintenance row from an approved change is not received either,
*>	and an adjustment's difference moves the value total the same
*>	way.
post-output-record.

	if o-transaction-date is numeric
		move o-transaction-date to bucket-date
		move 0 to bucket-value
		move 0 to bucket-invalid
		move 1 to bucket-records
		if o-flag = "INVALID"
			move 1 to bucket-invalid
		else
			move o-value to record-value
			move record-value to bucket-value
			if o-flag = "REVERSD" or o-flag = "ADJUST "
					or o-flag = "HELD   " or o-flag = "RELEASE"
				move 0 to bucket-records
			end-if
		end-if
		perform post-to-buckets
	end-if.

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
