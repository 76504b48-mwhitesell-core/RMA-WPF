identification division.
program-id. r096.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f122 - bad-debt recovery register
*			: rr096 - bad-debt recoveries report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly bad-debt recoveries report for the
*			month just ended (run early in the month
*			from the scheduler) - how much of what was
*			written off actually came back.
*			  1 - recoveries by agent and paying client
*			      (the payer name when no client was
*			      keyed):  number and amount recovered in
*			      the month, claims whose whole write-off
*			      has now come back, and the amount
*			      recovered year to date, with agent
*			      subtotals and a report total
*			  2 - every recovery posted in the month,
*			      with the write-off it came back on.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f122_bad_debt_recovery.slr".
*
    select recovery-rpt-file
	assign to printer print-file-name
	file status is status-recovery-rpt.
*
data division.
file section.
*
    copy "f122_bad_debt_recovery.fd".
*
fd  recovery-rpt-file
    record contains 132 characters.

01  recovery-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr096".
77  status-recovery-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-bad-debt-rcv		pic xx	value zero.

77  eof-bad-debt-rcv			pic x	value "N".

*   month being reported - the month before the run date

01  rpt-month.
    05  rpt-yy				pic 9(4)	value zero.
    05  rpt-mm				pic 99		value zero.
01  rpt-month-r redefines rpt-month	pic 9(6).

77  ws-rec-month			pic 9(6)	value zero.
77  ws-in-month				pic x	value "N".

*   recoveries by agent and payer - a payer is its client id when
*   the recovery carries one, otherwise the name keyed

01  payer-table.
    05  payer-entry			occurs 500 times.
	10  payer-tbl-agent-cd		pic 9.
	10  payer-tbl-client-id		pic x(5).
	10  payer-tbl-name		pic x(30).
	10  payer-tbl-count		pic 9(5).
	10  payer-tbl-mtd-amt		pic s9(9)v99.
	10  payer-tbl-cleared		pic 9(5).
	10  payer-tbl-ytd-amt		pic s9(9)v99.
77  payer-used				pic 9(3)	comp	value zero.
77  ss-payer				pic 9(3)	comp	value zero.
77  ss-agent				pic 99		comp	value zero.

01  agent-totals.
    05  agent-count			pic 9(5).
    05  agent-mtd-amt			pic s9(9)v99.
    05  agent-cleared			pic 9(5).
    05  agent-ytd-amt			pic s9(9)v99.
77  agent-payers			pic 9(3)	value zero.

01  grand-totals.
    05  grand-count			pic 9(5)	value zero.
    05  grand-mtd-amt			pic s9(9)v99	value zero.
    05  grand-cleared			pic 9(5)	value zero.
    05  grand-ytd-amt			pic s9(9)v99	value zero.

*   the month's recoveries are kept for the second section

01  month-table.
    05  month-entry			occurs 500 times.
	10  mth-clinic-nbr		pic 99.
	10  mth-seq-nbr			pic 9(6).
	10  mth-date			pic 9(8).
	10  mth-claim-id		pic x(11).
	10  mth-agent-cd		pic 9.
	10  mth-pat-surname		pic x(15).
	10  mth-payer-name		pic x(30).
	10  mth-source-cd		pic x.
	10  mth-cheque-nbr		pic x(12).
	10  mth-woff-date		pic 9(8).
	10  mth-woff-amt		pic s9(7)v99.
	10  mth-amt			pic s9(7)v99.
77  month-used				pic 9(3)	comp	value zero.
77  ss-mth				pic 9(3)	comp	value zero.

01  counters.
    05  ctr-recovery-reads		pic 9(7)	value zero.
    05  ctr-recoveries-ytd		pic 9(5)	value zero.
    05  ctr-payer-overflow		pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-recovery-head.
    05  filler				pic x(6)	value "r096".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(29)	value
		"BAD-DEBT RECOVERIES - MONTH".
    05  h1-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-rpt-mm			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(4)	value "RUN ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(48)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-payer-head.
    05  filler				pic x(6)	value "AGENT".
    05  filler				pic x(37)	value "PAYER".
    05  filler				pic x(8)	value "   COUNT".
    05  filler				pic x(16)	value
		"  RECOVERED MTH".
    05  filler				pic x(9)	value
		"  CLEARED".
    05  filler				pic x(16)	value
		"  RECOVERED YTD".

01  h2-month-head.
    05  filler				pic x(11)	value "REFERENCE".
    05  filler				pic x(9)	value "DATE".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(3)	value "AG".
    05  filler				pic x(16)	value "PATIENT".
    05  filler				pic x(26)	value "PAYER".
    05  filler				pic x(2)	value "S".
    05  filler				pic x(13)	value "CHEQUE".
    05  filler				pic x(9)	value "W/O DATE".
    05  filler				pic x(13)	value
		"  W/O OUTSTG".
    05  filler				pic x(13)	value
		"   RECOVERED".

01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  l1-payer-line.
    05  filler				pic x(2)	value spaces.
    05  l1-agent-cd			pic 9.
    05  filler				pic x(3)	value spaces.
    05  l1-client-id			pic x(5).
    05  filler				pic x		value spaces.
    05  l1-payer-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l1-count			pic zzzzzz9.
    05  l1-mtd-amt			pic zzz,zzz,zz9.99-.
    05  l1-cleared			pic zzzzzzzz9.
    05  filler				pic x		value spaces.
    05  l1-ytd-amt			pic zzz,zzz,zz9.99-.

01  l2-month-line.
    05  l2-ref-prefix			pic xx		value "RC".
    05  l2-clinic-nbr			pic 99.
    05  l2-seq-nbr			pic 9(6).
    05  filler				pic x		value spaces.
    05  l2-date				pic 9(8).
    05  filler				pic x		value spaces.
    05  l2-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l2-agent-cd			pic 9.
    05  filler				pic xx		value spaces.
    05  l2-pat-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l2-payer-name			pic x(25).
    05  filler				pic x		value spaces.
    05  l2-source-cd			pic x.
    05  filler				pic x		value spaces.
    05  l2-cheque-nbr			pic x(12).
    05  filler				pic x		value spaces.
    05  l2-woff-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l2-woff-amt			pic z,zzz,zz9.99-.
    05  l2-amt				pic z,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-rcv-file section.
    use after standard error procedure on bad-debt-rcv.
err-bad-debt-rcv.
    move status-cobol-bad-debt-rcv	to common-status-file.
    display "error in accessing bad-debt recovery register - status "
	    common-status-file.
    stop "error in accessing bad-debt recovery register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-bad-debt-rcv = "Y".
    perform ba0-print-payers		thru ba0-99-exit.
    perform ca0-print-month		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    if sys-mm = 1
    then
	subtract 1			from	sys-yy
					giving	rpt-yy
	move 12				to	rpt-mm
    else
	move sys-yy			to	rpt-yy
	subtract 1			from	sys-mm
					giving	rpt-mm.
*   endif

    move rpt-yy				to	h1-rpt-yy.
    move rpt-mm				to	h1-rpt-mm.
    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input bad-debt-rcv.
    open output recovery-rpt-file.

    move "r096"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read bad-debt-rcv next
	at end
	    move "Y"			to	eof-bad-debt-rcv
	    go to ab0-99-exit.

    add 1				to	ctr-recovery-reads.

*	(the reporting year, through the month being reported)
    divide rcv-date by 100		giving	ws-rec-month.

    if   rcv-date (1:4) not = rpt-month (1:4)
      or ws-rec-month > rpt-month-r
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-recoveries-ytd.

    move "N"				to	ws-in-month.
    if ws-rec-month = rpt-month-r
    then
	move "Y"			to	ws-in-month.
*   endif

    perform ac0-add-to-payer		thru	ac0-99-exit.

    add rcv-amt				to	grand-ytd-amt.

    if ws-in-month not = "Y"
    then
	go to ab0-99-exit.
*   endif

    add 1				to	grand-count.
    add rcv-amt				to	grand-mtd-amt.
    if rcv-write-off-cleared
    then
	add 1				to	grand-cleared.
*   endif

    perform ad0-keep-month		thru	ad0-99-exit.

ab0-99-exit.
    exit.
ac0-add-to-payer.

    move 1				to	ss-payer.

ac0-10-search.

    if ss-payer > payer-used
    then
	go to ac0-50-new-payer.
*   endif

    if payer-tbl-agent-cd (ss-payer) not = rcv-agent-cd
    then
	go to ac0-20-next.
*   endif

    if   rcv-payer-client-id not = spaces
     and payer-tbl-client-id (ss-payer) = rcv-payer-client-id
    then
	go to ac0-80-add.
*   endif

    if   rcv-payer-client-id = spaces
     and payer-tbl-client-id (ss-payer) = spaces
     and payer-tbl-name (ss-payer) = rcv-payer-name
    then
	go to ac0-80-add.
*   endif

ac0-20-next.

    add 1				to	ss-payer.
    go to ac0-10-search.

ac0-50-new-payer.

*	(table full - the recovery still counts in the report total)
    if payer-used not < 500
    then
	add 1				to	ctr-payer-overflow
	go to ac0-99-exit.
*   endif

    add 1				to	payer-used.
    move payer-used			to	ss-payer.
    move rcv-agent-cd			to	payer-tbl-agent-cd (ss-payer).
    move rcv-payer-client-id		to	payer-tbl-client-id (ss-payer).
    move rcv-payer-name			to	payer-tbl-name (ss-payer).
    move zero				to	payer-tbl-count (ss-payer)
						payer-tbl-mtd-amt (ss-payer)
						payer-tbl-cleared (ss-payer)
						payer-tbl-ytd-amt (ss-payer).

ac0-80-add.

    add rcv-amt				to	payer-tbl-ytd-amt (ss-payer).

    if ws-in-month not = "Y"
    then
	go to ac0-99-exit.
*   endif

    add 1				to	payer-tbl-count (ss-payer).
    add rcv-amt				to	payer-tbl-mtd-amt (ss-payer).
    if rcv-write-off-cleared
    then
	add 1				to	payer-tbl-cleared (ss-payer).
*   endif

ac0-99-exit.
    exit.
ad0-keep-month.

    if month-used not < 500
    then
	go to ad0-99-exit.
*   endif

    add 1				to	month-used.
    move month-used			to	ss-mth.
    move rcv-clinic-nbr-1-2		to	mth-clinic-nbr (ss-mth).
    move rcv-seq-nbr			to	mth-seq-nbr (ss-mth).
    move rcv-date			to	mth-date (ss-mth).
    move rcv-claim-id			to	mth-claim-id (ss-mth).
    move rcv-agent-cd			to	mth-agent-cd (ss-mth).
    move rcv-pat-surname		to	mth-pat-surname (ss-mth).
    move rcv-payer-name			to	mth-payer-name (ss-mth).
    move rcv-source-cd			to	mth-source-cd (ss-mth).
    move rcv-cheque-nbr			to	mth-cheque-nbr (ss-mth).
    move rcv-woff-date			to	mth-woff-date (ss-mth).
    move rcv-woff-amt			to	mth-woff-amt (ss-mth).
    move rcv-amt			to	mth-amt (ss-mth).

ad0-99-exit.
    exit.
ba0-print-payers.

    move "1 - RECOVERIES BY AGENT AND CLIENT"
					to	s1-section-title.
    move h2-payer-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move zero				to	ss-agent.

ba0-10-agent-loop.

    if ss-agent > 9
    then
	go to ba0-80-total.
*   endif

    perform bb0-print-agent		thru	bb0-99-exit.

    add 1				to	ss-agent.
    go to ba0-10-agent-loop.

ba0-80-total.

    move spaces				to	l1-payer-line.
    move "TOTAL RECOVERED"		to	l1-payer-name.
    move grand-count			to	l1-count.
    move grand-mtd-amt			to	l1-mtd-amt.
    move grand-cleared			to	l1-cleared.
    move grand-ytd-amt			to	l1-ytd-amt.
    move l1-payer-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
bb0-print-agent.

*	(the agent's payers in the order met, then the agent total)
    move zero				to	agent-count
						agent-mtd-amt
						agent-cleared
						agent-ytd-amt
						agent-payers.
    move 1				to	ss-payer.

bb0-10-payer-loop.

    if ss-payer > payer-used
    then
	go to bb0-80-agent-total.
*   endif

    if payer-tbl-agent-cd (ss-payer) not = ss-agent
    then
	go to bb0-70-next.
*   endif

    move spaces				to	l1-payer-line.
    move payer-tbl-agent-cd (ss-payer)	to	l1-agent-cd.
    move payer-tbl-client-id (ss-payer)	to	l1-client-id.
    move payer-tbl-name (ss-payer)	to	l1-payer-name.
    move payer-tbl-count (ss-payer)	to	l1-count.
    move payer-tbl-mtd-amt (ss-payer)	to	l1-mtd-amt.
    move payer-tbl-cleared (ss-payer)	to	l1-cleared.
    move payer-tbl-ytd-amt (ss-payer)	to	l1-ytd-amt.
    move l1-payer-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	agent-payers.
    add payer-tbl-count (ss-payer)	to	agent-count.
    add payer-tbl-mtd-amt (ss-payer)	to	agent-mtd-amt.
    add payer-tbl-cleared (ss-payer)	to	agent-cleared.
    add payer-tbl-ytd-amt (ss-payer)	to	agent-ytd-amt.

bb0-70-next.

    add 1				to	ss-payer.
    go to bb0-10-payer-loop.

bb0-80-agent-total.

    if agent-payers = zero
    then
	go to bb0-99-exit.
*   endif

    move spaces				to	l1-payer-line.
    move ss-agent			to	l1-agent-cd.
    move "  AGENT TOTAL"		to	l1-payer-name.
    move agent-count			to	l1-count.
    move agent-mtd-amt			to	l1-mtd-amt.
    move agent-cleared			to	l1-cleared.
    move agent-ytd-amt			to	l1-ytd-amt.
    move l1-payer-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bb0-99-exit.
    exit.
ca0-print-month.

    move "2 - RECOVERIES POSTED IN THE MONTH"
					to	s1-section-title.
    move h2-month-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    if month-used = zero
    then
	move "NONE - NO RECOVERIES POSTED IN THE MONTH"
					to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    move 1				to	ss-mth.

ca0-10-recovery-loop.

    if ss-mth > month-used
    then
	go to ca0-99-exit.
*   endif

    move mth-clinic-nbr (ss-mth)	to	l2-clinic-nbr.
    move mth-seq-nbr (ss-mth)		to	l2-seq-nbr.
    move mth-date (ss-mth)		to	l2-date.
    move mth-claim-id (ss-mth)		to	l2-claim-id.
    move mth-agent-cd (ss-mth)		to	l2-agent-cd.
    move mth-pat-surname (ss-mth)	to	l2-pat-surname.
    move mth-payer-name (ss-mth)	to	l2-payer-name.
    move mth-source-cd (ss-mth)		to	l2-source-cd.
    move mth-cheque-nbr (ss-mth)	to	l2-cheque-nbr.
    move mth-woff-date (ss-mth)		to	l2-woff-date.
    move mth-woff-amt (ss-mth)		to	l2-woff-amt.
    move mth-amt (ss-mth)		to	l2-amt.
    move l2-month-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ss-mth.
    go to ca0-10-recovery-loop.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "r096"				to	elp-pgm.
    move "END"				to	elp-type.
    move grand-count			to	elp-count.
    move "BAD-DEBT RECOVERIES IN THE MONTH"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close bad-debt-rcv.
    close recovery-rpt-file.

    display "r096 - register entries read   " ctr-recovery-reads.
    display "r096 - recoveries year to date " ctr-recoveries-ytd.
    display "r096 - recoveries in the month " grand-count.
    if ctr-payer-overflow not = zero
    then
	display "r096 - payer table full, not itemized " ctr-payer-overflow.
*   endif

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write recovery-rpt-record		from	h1-recovery-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write recovery-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-start-section.

*	(section title and its column heading - print-line holds the
*	 column heading on the way in)

    move print-line			to	hold-column-head.
    move s1-section-title		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move hold-column-head		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
