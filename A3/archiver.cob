*> Month-end archive and purge job for the conversion output and
*> reject files.  Records whose transaction date is older than the
*> cutoff supplied on the command line are moved into the cumulative
*> history files (kept in transaction date order, and in the order
*> the records arrived within a date), the live files are
*> rewritten with only the records kept, and a retention report shows
*> the records and value totals on each side.  The report's two sides
*> must reconcile to the pre-archive totals before the purge of the
*> live files is committed - if they do not, the live files are left
*> untouched and the job ends with a non-zero return code.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. archiver.
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd ohist.
	01 ohist-record.
		05 oh-numeral          pic x(30).
		05 rh-record-id        pic x(10).
		05 rh-transaction-date pic 9(8).
		05 rh-reason           pic x(25).
		05 rh-ifile-name       pic x(30).
		05 rh-file-id          pic x(10).
		05 rh-returned-date    pic x(8).
fd okeep-work.
	01 okeep-record          pic x(64).
fd rjkeep-work.
	01 rjkeep-record         pic x(121).
fd omerge-work.
	01 omerge-record         pic x(64).
fd rjmerge-work.
	01 rjmerge-record        pic x(121).
sd osort-work.
	01 osort-record.
		05 os-numeral          pic x(30).
		05 rs-record-id        pic x(10).
		05 rs-transaction-date pic 9(8).
		05 rs-reason           pic x(25).
		05 rs-ifile-name       pic x(30).
		05 rs-file-id          pic x(10).
		05 rs-returned-date    pic x(8).
working-storage section.
77	ofile-status pic xx.
77	rejfile-status pic xx.

*>	Totals reconcile - commit: rebuild each history in transaction
*>	date order from its merge work file, then rewrite each live
*>	file with only the records kept.  Records of the same date keep
*>	the order they arrived in - the history seeded first, then the
*>	live file in its own order - so a posting is never put behind
*>	the reversal or adjustment that followed it.  A side whose live
*>	file was never successfully read is left entirely alone.
	if o-live-ok = 'Y' and o-hist-ok = 'Y'
		sort osort-work
			on ascending key os-transaction-date
			with duplicates in order
			using omerge-work
			giving ohist
		perform rewrite-ofile
	if rj-live-ok = 'Y' and rj-hist-ok = 'Y'
		sort rjsort-work
			on ascending key rs-transaction-date
			with duplicates in order
			using rjmerge-work
			giving rjhist
		perform rewrite-rejfile
