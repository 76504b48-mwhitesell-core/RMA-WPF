*
*   files		: f059 - month-end run control
*			: f090 - constants master
*			: f139 - pending adjustment queue
*			: ru100 - pending adjustments exception list
*				  (printer)
*
*   program purpose : month-end processing orchestrator.  month end
*			is a fixed march - r004a/b/c, the revenue
*
*   revision history:
*
*   2026/oct/15 DM	- the r option lists the clinic's adjustments
*			  still waiting on a supervisor (f139, pending
*			  or sent back) on ru100 before the march starts
*
environment division.
input-output section.
file-control.
*
    copy "f090_constants_mstr.slr".
*
* 2026/oct/15 - DM
    copy "f139_pending_adj.slr".
*
    select pend-rpt-file
	assign to printer print-file-name
	file status is status-pend-rpt.
* 2026/oct/15 - end
*
data division.
file section.
*
*
    copy "f090_constants_mstr.fd".
*
* 2026/oct/15 - DM
    copy "f139_pending_adj.fd".
*
fd  pend-rpt-file
    record contains 132 characters.

01  pend-rpt-record			pic x(132).
* 2026/oct/15 - end
*
working-storage section.

77  err-ind				pic 99	value zero.

77  eof-run-control			pic x	value "N".

* 2026/oct/15 - DM
77  print-file-name			pic x(5)
		value "ru100".
77  status-pend-rpt			pic xx	value zero.
77  status-cobol-pending-adj		pic xx	value zero.
77  eof-pending-adj			pic x	value "N".

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-pend-head.
    05  filler				pic x(6)	value "u100".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(38)	value
		"ADJUSTMENTS AWAITING APPROVAL - CLINIC".
    05  h1-clinic-nbr			pic z9.
    05  filler				pic x(7)	value spaces.
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-pend-head.
    05  filler				pic x(8)	value "PENDING".
    05  filler				pic x(7)	value "STATUS".
    05  filler				pic x(11)	value "BATCH".
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(13)	value "  OHIP AMT".
    05  filler				pic x(13)	value "   OMA AMT".
    05  filler				pic x(10)	value "OPERATOR".
    05  filler				pic x(11)	value "KEYED".
    05  filler				pic x(40)	value "REASON".

01  d1-pend-line.
    05  d1-pend-nbr			pic 9(6).
    05  filler				pic xx		value spaces.
    05  d1-status			pic x(5).
    05  filler				pic xx		value spaces.
    05  d1-batch-nbr			pic x(9).
    05  filler				pic xx		value spaces.
    05  d1-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  d1-amt-ohip			pic z(5)9.99-.
    05  filler				pic xx		value spaces.
    05  d1-amt-oma			pic z(5)9.99-.
    05  filler				pic xx		value spaces.
    05  d1-operator			pic x(8).
    05  filler				pic xx		value spaces.
    05  d1-keyed-date			pic 9(8).
    05  filler				pic xxx		value spaces.
    05  d1-reason			pic x(40).

01  t1-pend-total.
    05  filler				pic x(40)	value
		"ADJUSTMENTS STILL AWAITING APPROVAL".
    05  t1-pend-count			pic zzzz9.

01  t2-pend-note.
    05  filler				pic x(38)	value
		"THESE ARE NOT IN THIS MONTH'S FIGURES".
    05  filler				pic x(37)	value
		" - APPROVE OR REJECT THEM IN M125".
* 2026/oct/15 - end

77  ws-continue				pic x	value spaces.
77  ws-option				pic x	value spaces.
    88  option-load				value "L".
    05  ctr-steps-loaded		pic 9(5)	value zero.
    05  ctr-steps-run			pic 9(5)	value zero.
    05  ctr-steps-failed		pic 9(5)	value zero.
* 2026/oct/15 - DM
    05  ctr-pend-listed			pic 9(5)	value zero.
* 2026/oct/15 - end

01  error-message-table.

    05  line cur-line col 59 pic 9(6) from runctl-start-time.
    05  line cur-line col 66 pic 9(8) from runctl-end-date.

* 2026/oct/15 - DM
01  scr-pend-warning.
    05  line 22 col 01 pic zzzz9 from ctr-pend-listed	bell.
    05  line 22 col 07 value
	"ADJUSTMENT(S) STILL AWAITING APPROVAL - LISTED ON RU100".
* 2026/oct/15 - end

01  scr-running.
    05  line 22 col 01 value "RUNNING STEP ".
    05  line 22 col 15 pic x(8) from ws-call-pgm	blink.
    move "N"				to	eof-run-control
						ws-run-stopped.

* 2026/oct/15 - DM - adjustments held over an operator's limit are
*		     not in the month's figures until a supervisor
*		     approves them - list what is still open so the
*		     office knows before the month closes.  the list
*		     does not stop the run.
    perform ea0-list-pending-adj	thru	ea0-99-exit.
* 2026/oct/15 - end

    move sel-clinic-nbr			to	runctl-clinic-nbr-1-2.
    move zero				to	runctl-step-nbr.


dc0-99-exit.
    exit.
* 2026/oct/15 - DM
ea0-list-pending-adj.

*	(every f139 entry of the clinic still pending or sent back to
*	 its operator.  no queue file yet means nothing was ever held.)

    move 0				to	ctr-pend-listed
						page-nbr.
    move "N"				to	eof-pending-adj.

    open input pending-adj.
    if status-cobol-pending-adj not = "00"
    then
	go to ea0-99-exit.
*   endif

    open output pend-rpt-file.

    move sel-clinic-nbr			to	h1-clinic-nbr.
    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

*	(pending number zero is the counter record - start after it)
    move 1				to	pa-pend-nbr.
    start pending-adj key is greater than or equal to pa-pend-nbr
	invalid key
	    move "Y"			to	eof-pending-adj.

    perform eb0-list-one-entry		thru	eb0-99-exit
	until eof-pending-adj = "Y".

    move spaces				to	print-line.
    move ctr-pend-listed		to	t1-pend-count.
    move t1-pend-total			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-pend-record	thru	xb0-99-exit.

    if ctr-pend-listed > 0
    then
	move t2-pend-note		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-pend-record	thru	xb0-99-exit.
*   endif

    close pend-rpt-file.
    close pending-adj.

    if ctr-pend-listed > 0
    then
	display scr-pend-warning
	display confirm
	stop " ".
*   endif

ea0-99-exit.
    exit.
eb0-list-one-entry.

    read pending-adj next
	at end
	    move "Y"			to	eof-pending-adj
	    go to eb0-99-exit.

    if pa-clinic-nbr not = sel-clinic-nbr
    then
	go to eb0-99-exit.
*   endif

    if   not pa-pending
     and not pa-sent-back
    then
	go to eb0-99-exit.
*   endif

    move spaces				to	print-line.
    move pa-pend-nbr			to	d1-pend-nbr.
    if pa-pending
    then
	move "PEND"			to	d1-status
    else
	move "BACK"			to	d1-status.
*   endif
    move pa-batch-nbr			to	d1-batch-nbr.
    move pa-claim-id			to	d1-claim-id.
    move pa-amt-ohip			to	d1-amt-ohip.
    move pa-amt-oma			to	d1-amt-oma.
    move pa-operator			to	d1-operator.
    move pa-keyed-date			to	d1-keyed-date.
    move pa-reason			to	d1-reason.
    move d1-pend-line			to	print-line.
    perform xb0-write-pend-record	thru	xb0-99-exit.

    add 1				to	ctr-pend-listed.

eb0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write pend-rpt-record		from	h1-pend-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    write pend-rpt-record		from	h2-pend-head after advancing nbr-lines-to-adv lines.
    move 3				to	nbr-lines-this-page.
    move 2				to	nbr-lines-to-adv.

xa0-99-exit.
    exit.
xb0-write-pend-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write pend-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close run-control.
