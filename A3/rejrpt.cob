*> when the escalation list is not empty, so the scheduler can flag
*> the day.
*> Author: Vanessa White
*> Date last edited: October 15th, 2026.

identification division.
program-id. rejrpt.
		05 rj-record-id        pic x(10).
		05 rj-transaction-date pic 9(8).
		05 rj-reason           pic x(25).
		05 rj-ifile-name       pic x(30).
		05 rj-file-id          pic x(10).
		05 rj-returned-date    pic x(8).
fd rjhist.
	01 rjhist-record.
		05 rh-numeral          pic x(30).
		05 rh-record-id        pic x(10).
		05 rh-transaction-date pic 9(8).
		05 rh-reason           pic x(25).
		05 rh-ifile-name       pic x(30).
		05 rh-file-id          pic x(10).
		05 rh-returned-date    pic x(8).
fd rjrpt-work.
	01 rjrpt-record.
		05 wr-source           pic x(7).
