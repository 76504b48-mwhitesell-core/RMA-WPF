*			: f011 - subscriber master
*			: f090 - constants master
*			: f094 - message/subdivision master
*			: f142 - returned mail register (via retmail)
*			: f143 - bad-address worklist (via retmail)
*			: ru037 - patient statements (printer)
*
*   program purpose : patient statement run.  the u035a/b/c invoice
*			  label and day/month/year date order on
*			  the statement.
*
*   2026/oct/15 DM	- no statement to a patient whose mail has
*			  come back undeliverable (f142) - the
*			  balance that would have been billed goes
*			  on the f143 bad-address worklist instead.
*
environment division.
input-output section.
file-control.
77  ws-pat-deceased			pic x	value "N".
77  ctr-deceased-suppressed		pic 9(7)	value zero.
* 2026/sep/02 - end
* 2026/oct/15 - DM
77  ws-addr-checked			pic x	value "N".
77  ws-pat-bad-addr			pic x	value "N".
77  ws-held-balance			pic s9(7)v99	value zero.
77  ctr-bad-addr-held			pic 9(7)	value zero.
* 2026/oct/15 - end

01  hold-pat-key.
    05  hold-pat-key-type		pic a.

    copy "def_agents.ws".

* 2026/oct/15 - DM
    copy "retmail.ws".
* 2026/oct/15 - end

*   counters for records read/written for all input/output files

01  counters.
    05  line 14 col 60  pic z(6)9 using ctr-pat-mstr-reads.
    05  line 15 col 20  value "number of statements printed".
    05  line 15 col 60  pic z(6)9 using ctr-statements-printed.
* 2026/oct/15 - DM
    05  line 16 col 20  value "held for bad address".
    05  line 16 col 60  pic z(6)9 using ctr-bad-addr-held.
* 2026/oct/15 - end
    05  line 21 col 20	value "program u037 ending".
    05  line 21 col 40  pic 9(4)	using sys-yy.
    05  line 21 col 44	value "/".
	    go to bb0-99-exit
	end-if
* 2026/sep/02 - end
* 2026/oct/15 - DM - the address came back - hold the statement and
*		tally what it would have asked for
	perform cf0-check-address	thru	cf0-99-exit
	if ws-pat-bad-addr = "Y"
	then
	    add ws-claim-balance	to	ws-held-balance
	    go to bb0-99-exit
	end-if
* 2026/oct/15 - end
	perform cb0-start-statement	thru	cb0-99-exit.
*   endif

    exit.
ca0-close-statement.

* 2026/oct/15 - DM
    perform cg0-close-held		thru	cg0-99-exit.
* 2026/oct/15 - end

    if ws-stmt-started = "N"
    then
	go to ca0-99-exit.
ce0-99-exit.
    exit.
* 2026/sep/02 - end
* 2026/oct/15 - DM - returned-mail check, once per patient
cf0-check-address.

    if ws-addr-checked = "Y"
    then
	go to cf0-99-exit.
*   endif

    move "Y"				to	ws-addr-checked.
    move "N"				to	ws-pat-bad-addr.

    move spaces				to	returned-mail-parms.
    move "Q"				to	rmp-function.
    move "P"				to	rmp-addressee-type.
    move hold-pat-key			to	rmp-addressee-key.
    move zero				to	rmp-amount
						rmp-returned-date.
    call "retmail" using returned-mail-parms.

    if rmp-undeliverable
    then
	move "Y"			to	ws-pat-bad-addr.
*   endif

cf0-99-exit.
    exit.
cg0-close-held.

*	(the held patient goes on the worklist with the balance the
*	 statement would have shown - then reset for the next one)
    if ws-pat-bad-addr not = "Y"
    then
	go to cg0-50-reset.
*   endif

    move "W"				to	rmp-function.
    move "u037"				to	rmp-pgm.
    move "S"				to	rmp-mailing.
    move spaces				to	rmp-name
						rmp-ref.
    move ws-held-balance		to	rmp-amount.
    move hold-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    go to cg0-20-write.
    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	rmp-name.

cg0-20-write.

    call "retmail" using returned-mail-parms.
    add 1				to	ctr-bad-addr-held.

cg0-50-reset.

    move "N"				to	ws-addr-checked
						ws-pat-bad-addr.
    move zero				to	ws-held-balance.

cg0-99-exit.
    exit.
* 2026/oct/15 - end
cd0-read-patient.

    move hold-pat-key			to	key-pat-mstr.
