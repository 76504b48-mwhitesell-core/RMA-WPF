*   files		: f062 - collections master
*			: f010 - patient master
*			: f094 - message/subdivision master
*			: f142 - returned mail register (via retmail)
*			: f143 - bad-address worklist (via retmail)
*			: ru063 - collection letters (printer)
*
*   program purpose : collection letter run.  every active
*			  f094 "F" indexer, C1/C2/C3 numbers as
*			  before.
*
*   2026/oct/15 DM	- no letter to a patient whose mail has come
*			  back undeliverable (f142) - the entry goes
*			  on the f143 bad-address worklist and keeps
*			  its letter level and follow-up date, so the
*			  letter goes once the address is put right.
*
environment division.
input-output section.
file-control.
* 2026/sep/02 - end
    05  ctr-coll-reads			pic 9(7)	value zero.
    05  ctr-letters-printed		pic 9(5)	value zero.
* 2026/oct/15 - DM
    05  ctr-bad-addr-held		pic 9(5)	value zero.
* 2026/oct/15 - end

01  l1-letter-head.
    05  filler				pic x(18)	value
    05  m1-msg-text			pic x(47).

    copy "sysdatetime.ws".

* 2026/oct/15 - DM
    copy "retmail.ws".
* 2026/oct/15 - end
procedure division.
declaratives.

*   endif
* 2026/sep/02 - end

* 2026/oct/15 - DM - the address came back - hold the letter
    move spaces				to	returned-mail-parms.
    move "Q"				to	rmp-function.
    move "P"				to	rmp-addressee-type.
    move coll-pat-key			to	rmp-addressee-key.
    move zero				to	rmp-amount
						rmp-returned-date.
    call "retmail" using returned-mail-parms.

    if rmp-undeliverable
    then
	move "W"			to	rmp-function
	move "u063"			to	rmp-pgm
	move "L"			to	rmp-mailing
	move spaces			to	rmp-name
	string pat-given-name delimited by "  "
	       " "		delimited by size
	       pat-surname	delimited by size
				into	rmp-name
	move coll-balance		to	rmp-amount
	move coll-claim-id		to	rmp-ref
	call "retmail" using returned-mail-parms
	add 1				to	ctr-bad-addr-held
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

    perform ba0-print-letter		thru	ba0-99-exit.

ab0-99-exit.

    display "u063 - entries read    " ctr-coll-reads.
    display "u063 - letters printed " ctr-letters-printed.
* 2026/oct/15 - DM
    display "u063 - held, bad address " ctr-bad-addr-held.
* 2026/oct/15 - end

    stop run.

