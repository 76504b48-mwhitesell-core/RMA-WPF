identification division.
program-id. r095.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f121 - payment reallocation register
*			: rr095 - payment reallocation register (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : payment reallocation register for the
*			supervisor.  every reallocation m115 has
*			filed that has not been listed yet - the
*			reference, the claims the money moved
*			from and to, the payment batch it came in
*			on, the amount, the reason and who signed
*			for it - with totals by reason.  each entry
*			listed is stamped with the print date so
*			the next run starts where this one ended.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f121_pay_realloc.slr".
*
    select realloc-rpt-file
	assign to printer print-file-name
	file status is status-realloc-rpt.
*
data division.
file section.
*
    copy "f121_pay_realloc.fd".
*
fd  realloc-rpt-file
    record contains 132 characters.

01  realloc-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr095".
77  status-realloc-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-pay-realloc		pic xx	value zero.

77  eof-pay-realloc			pic x	value "N".
77  ss-reason				pic 9	value zero.

01  counters.
    05  ctr-realloc-reads		pic 9(7)	value zero.
    05  ctr-listed			pic 9(5)	value zero.

01  total-amt				pic s9(9)v99	value zero.

*   totals by reason - same order as the rea-reason-cd values

01  reason-values.
    05  filler				pic x(21)	value
		"PWRONG PATIENT       ".
    05  filler				pic x(21)	value
		"CWRONG CLAIM NUMBER  ".
    05  filler				pic x(21)	value
		"RRA LINE MISMATCHED  ".
    05  filler				pic x(21)	value
		"OOTHER               ".
01  reason-tbl redefines reason-values.
    05  reason-entry			occurs 4 times.
	10  reason-cd			pic x.
	10  reason-desc			pic x(20).

01  reason-totals.
    05  reason-tot			occurs 4 times.
	10  reason-count		pic 9(5).
	10  reason-amt			pic s9(9)v99.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-realloc-head.
    05  filler				pic x(6)	value "r095".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(31)	value
		"PAYMENT REALLOCATION REGISTER -".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(52)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-realloc-head.
    05  filler				pic x(11)	value "REFERENCE".
    05  filler				pic x(9)	value "DATE".
    05  filler				pic x(28)	value
		"FROM CLAIM  PATIENT".
    05  filler				pic x(28)	value
		"TO CLAIM    PATIENT".
    05  filler				pic x(3)	value "AG".
    05  filler				pic x(12)	value "PAID BATCH".
    05  filler				pic x(14)	value
		"       AMOUNT".
    05  filler				pic x(4)	value "RSN".
    05  filler				pic x(10)	value "SUPERVISOR".

01  l1-realloc-line.
    05  l1-ref-prefix			pic xx		value "RL".
    05  l1-clinic-nbr			pic 99.
    05  l1-seq-nbr			pic 9(6).
    05  filler				pic x		value spaces.
    05  l1-date				pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-from-claim-id		pic x(11).
    05  filler				pic x		value spaces.
    05  l1-from-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l1-to-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l1-to-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l1-agent-cd			pic 9.
    05  filler				pic xx		value spaces.
    05  l1-pay-ref			pic x(11).
    05  filler				pic x		value spaces.
    05  l1-amt				pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-reason-cd			pic x.
    05  filler				pic xx		value spaces.
    05  l1-supervisor-id		pic x(8).

01  l2-explain-line.
    05  filler				pic x(21)	value spaces.
    05  filler				pic x(7)	value "REASON ".
    05  l2-reason-text			pic x(40).

01  t1-reason-line.
    05  filler				pic x(21)	value spaces.
    05  t1-reason-desc			pic x(20).
    05  t1-count			pic zzzz9.
    05  filler				pic x(5)	value spaces.
    05  t1-amt				pic zzz,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-realloc-file section.
    use after standard error procedure on pay-realloc.
err-pay-realloc.
    move status-cobol-pay-realloc	to common-status-file.
    display "error in accessing payment reallocation register - status "
	    common-status-file.
    stop "error in accessing payment reallocation register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-pay-realloc = "Y".
    perform ba0-print-totals		thru ba0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    move zero				to	reason-count (1)
						reason-count (2)
						reason-count (3)
						reason-count (4)
						reason-amt (1)
						reason-amt (2)
						reason-amt (3)
						reason-amt (4).

    open i-o pay-realloc.
    open output realloc-rpt-file.

    move "r095"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read pay-realloc next
	at end
	    move "Y"			to	eof-pay-realloc
	    go to ab0-99-exit.

    add 1				to	ctr-realloc-reads.

    if rea-printed-date not = zero
    then
	go to ab0-99-exit.
*   endif

    move rea-clinic-nbr-1-2		to	l1-clinic-nbr.
    move rea-seq-nbr			to	l1-seq-nbr.
    move rea-date			to	l1-date.
    move rea-from-claim-id		to	l1-from-claim-id.
    move rea-from-surname		to	l1-from-surname.
    move rea-to-claim-id		to	l1-to-claim-id.
    move rea-to-surname			to	l1-to-surname.
    move rea-agent-cd			to	l1-agent-cd.
    move rea-pay-ref			to	l1-pay-ref.
    if rea-pay-ref = spaces
    then
	move "RA/OTHER"			to	l1-pay-ref.
*   endif
    move rea-amt			to	l1-amt.
    move rea-reason-cd			to	l1-reason-cd.
    move rea-supervisor-id		to	l1-supervisor-id.
    move l1-realloc-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move rea-reason-text		to	l2-reason-text.
    move l2-explain-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ctr-listed.
    add rea-amt				to	total-amt.

    move 4				to	ss-reason.
    if rea-wrong-patient
    then
	move 1				to	ss-reason.
*   endif
    if rea-wrong-claim
    then
	move 2				to	ss-reason.
*   endif
    if rea-ra-mismatch
    then
	move 3				to	ss-reason.
*   endif

    add 1				to	reason-count (ss-reason).
    add rea-amt				to	reason-amt (ss-reason).

*	(listed - the next run starts after it)
    move sys-date-long			to	rea-printed-date.
    rewrite pay-realloc-rec.

ab0-99-exit.
    exit.
ba0-print-totals.

    if ctr-listed = zero
    then
	move "NO REALLOCATIONS SINCE THE LAST REGISTER"
					to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ba0-99-exit.
*   endif

    move 1				to	ss-reason.
    move 3				to	nbr-lines-to-adv.

ba0-10-reason-loop.

    if ss-reason > 4
    then
	go to ba0-80-total.
*   endif

    move reason-desc (ss-reason)	to	t1-reason-desc.
    move reason-count (ss-reason)	to	t1-count.
    move reason-amt (ss-reason)		to	t1-amt.
    move t1-reason-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ss-reason.
    go to ba0-10-reason-loop.

ba0-80-total.

    move "TOTAL REALLOCATED"		to	t1-reason-desc.
    move ctr-listed			to	t1-count.
    move total-amt			to	t1-amt.
    move t1-reason-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
az0-end-of-job.

    move "r095"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-listed			to	elp-count.
    move "PAYMENT REALLOCATIONS LISTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close pay-realloc.
    close realloc-rpt-file.

    display "r095 - register entries read   " ctr-realloc-reads.
    display "r095 - reallocations listed    " ctr-listed.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write realloc-rpt-record		from	h1-realloc-head after advancing page.
    write realloc-rpt-record		from	h2-realloc-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write realloc-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
