identification division.
program-id. r094.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f119 - unapplied cash file
*			: rr094 - aged unapplied cash report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly aged unapplied cash report (run early
*			in the month from the scheduler).  every
*			receipt m114 took in that still has money
*			left to apply is aged off its deposit date
*			as at the run date.
*			  1 - unapplied balance by payer in 0-30,
*			      31-60, 61-90 and over 90 day columns
*			  2 - each receipt unapplied over 90 days,
*			      with its cheque number and remarks -
*			      the ones audit will ask to have
*			      explained.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f119_unapplied_cash.slr".
*
    select unapplied-rpt-file
	assign to printer print-file-name
	file status is status-unapplied-rpt.
*
data division.
file section.
*
    copy "f119_unapplied_cash.fd".
*
fd  unapplied-rpt-file
    record contains 132 characters.

01  unapplied-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr094".
77  status-unapplied-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-unapplied-cash		pic xx	value zero.

77  eof-unapplied-cash			pic x	value "N".

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-old				pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

*   unapplied balance by payer and age - a payer is its client id
*   when the receipt carries one, otherwise the name keyed

01  payer-table.
    05  payer-entry			occurs 500 times.
	10  payer-tbl-client-id		pic x(5).
	10  payer-tbl-name		pic x(30).
	10  payer-tbl-count		pic 9(5).
	10  payer-tbl-age		pic s9(9)v99
			occurs 4 times.
	10  payer-tbl-total		pic s9(9)v99.
77  payer-used				pic 9(3)	comp	value zero.
77  ss-payer				pic 9(3)	comp	value zero.
77  ss-age				pic 99		comp	value zero.

01  grand-totals.
    05  grand-count			pic 9(5)	value zero.
    05  grand-age			pic s9(9)v99	value zero
			occurs 4 times.
    05  grand-total			pic s9(9)v99	value zero.

*   receipts over 90 days are kept for the second section

01  over-90-table.
    05  over-90-entry			occurs 500 times.
	10  o90-clinic-nbr		pic 99.
	10  o90-seq-nbr			pic 9(6).
	10  o90-deposit-date		pic 9(8).
	10  o90-payer-name		pic x(30).
	10  o90-cheque-nbr		pic x(12).
	10  o90-receipt-amt		pic s9(7)v99.
	10  o90-unapplied-amt		pic s9(7)v99.
	10  o90-days-old		pic 9(5).
	10  o90-remarks			pic x(40).
77  over-90-used			pic 9(3)	comp	value zero.
77  ss-o90				pic 9(3)	comp	value zero.

01  counters.
    05  ctr-receipt-reads		pic 9(7)	value zero.
    05  ctr-receipts-open		pic 9(5)	value zero.
    05  ctr-payer-overflow		pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-unapplied-head.
    05  filler				pic x(6)	value "r094".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(32)	value
		"AGED UNAPPLIED CASH - AS AT".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(53)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-payer-head.
    05  filler				pic x(37)	value "PAYER".
    05  filler				pic x(8)	value "RECEIPTS".
    05  filler				pic x(15)	value
		"      0-30".
    05  filler				pic x(15)	value
		"     31-60".
    05  filler				pic x(15)	value
		"     61-90".
    05  filler				pic x(15)	value
		"   OVER 90".
    05  filler				pic x(15)	value
		"     TOTAL".

01  h2-over-90-head.
    05  filler				pic x(10)	value "RECEIPT".
    05  filler				pic x(10)	value "DEPOSITED".
    05  filler				pic x(31)	value "PAYER".
    05  filler				pic x(13)	value "CHEQUE".
    05  filler				pic x(13)	value
		"    RECEIVED".
    05  filler				pic x(13)	value
		"   UNAPPLIED".
    05  filler				pic x(6)	value "  DAYS".
    05  filler				pic x(9)	value "  REMARKS".

01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  l1-payer-line.
    05  l1-client-id			pic x(5).
    05  filler				pic x		value spaces.
    05  l1-payer-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l1-count			pic zzzzzz9.
    05  l1-age				pic zzz,zzz,zz9.99-
			occurs 4 times.
    05  l1-total			pic zzz,zzz,zz9.99-.

01  l2-over-90-line.
    05  l2-clinic-nbr			pic 99.
    05  filler				pic x		value "-".
    05  l2-seq-nbr			pic 9(6).
    05  filler				pic x		value spaces.
    05  l2-deposit-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l2-payer-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l2-cheque-nbr			pic x(12).
    05  filler				pic x		value spaces.
    05  l2-receipt-amt			pic z,zzz,zz9.99-.
    05  l2-unapplied-amt		pic z,zzz,zz9.99-.
    05  l2-days-old			pic zzzzz9.
    05  filler				pic xx		value spaces.
    05  l2-remarks			pic x(34).

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-uca-file section.
    use after standard error procedure on unapplied-cash.
err-unapplied-cash.
    move status-cobol-unapplied-cash	to common-status-file.
    display "error in accessing unapplied cash file - status "
	    common-status-file.
    stop "error in accessing unapplied cash file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-unapplied-cash = "Y".
    perform ba0-print-payers		thru ba0-99-exit.
    perform ca0-print-over-90		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input unapplied-cash.
    open output unapplied-rpt-file.

    move "r094"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read unapplied-cash next
	at end
	    move "Y"			to	eof-unapplied-cash
	    go to ab0-99-exit.

    add 1				to	ctr-receipt-reads.

    if   not uca-open
      or uca-unapplied-amt not > zero
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-receipts-open.

    move uca-deposit-date		to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-days-old.

    if ws-days-old < zero
    then
	move zero			to	ws-days-old.
*   endif

    if ws-days-old > 90
    then
	move 4				to	ss-age
    else
	if ws-days-old > 60
	then
	    move 3			to	ss-age
	else
	    if ws-days-old > 30
	    then
		move 2			to	ss-age
	    else
		move 1			to	ss-age.
*	    endif
*	endif
*   endif

    perform ac0-add-to-payer		thru	ac0-99-exit.

    add 1				to	grand-count.
    add uca-unapplied-amt		to	grand-age (ss-age)
						grand-total.

    if ss-age = 4
    then
	perform ad0-keep-over-90	thru	ad0-99-exit.
*   endif

ab0-99-exit.
    exit.
ac0-add-to-payer.

    move 1				to	ss-payer.

ac0-10-search.

    if ss-payer > payer-used
    then
	go to ac0-50-new-payer.
*   endif

    if   uca-payer-client-id not = spaces
     and payer-tbl-client-id (ss-payer) = uca-payer-client-id
    then
	go to ac0-80-add.
*   endif

    if   uca-payer-client-id = spaces
     and payer-tbl-client-id (ss-payer) = spaces
     and payer-tbl-name (ss-payer) = uca-payer-name
    then
	go to ac0-80-add.
*   endif

    add 1				to	ss-payer.
    go to ac0-10-search.

ac0-50-new-payer.

*	(table full - the receipt still counts in the grand totals)
    if payer-used not < 500
    then
	add 1				to	ctr-payer-overflow
	go to ac0-99-exit.
*   endif

    add 1				to	payer-used.
    move payer-used			to	ss-payer.
    move uca-payer-client-id		to	payer-tbl-client-id (ss-payer).
    move uca-payer-name			to	payer-tbl-name (ss-payer).
    move zero				to	payer-tbl-count (ss-payer)
						payer-tbl-age (ss-payer, 1)
						payer-tbl-age (ss-payer, 2)
						payer-tbl-age (ss-payer, 3)
						payer-tbl-age (ss-payer, 4)
						payer-tbl-total (ss-payer).

ac0-80-add.

    add 1				to	payer-tbl-count (ss-payer).
    add uca-unapplied-amt		to	payer-tbl-age (ss-payer, ss-age)
						payer-tbl-total (ss-payer).

ac0-99-exit.
    exit.
ad0-keep-over-90.

    if over-90-used not < 500
    then
	go to ad0-99-exit.
*   endif

    add 1				to	over-90-used.
    move over-90-used			to	ss-o90.
    move uca-clinic-nbr-1-2		to	o90-clinic-nbr (ss-o90).
    move uca-seq-nbr			to	o90-seq-nbr (ss-o90).
    move uca-deposit-date		to	o90-deposit-date (ss-o90).
    move uca-payer-name			to	o90-payer-name (ss-o90).
    move uca-cheque-nbr			to	o90-cheque-nbr (ss-o90).
    move uca-receipt-amt		to	o90-receipt-amt (ss-o90).
    move uca-unapplied-amt		to	o90-unapplied-amt (ss-o90).
    move ws-days-old			to	o90-days-old (ss-o90).
    move uca-remarks			to	o90-remarks (ss-o90).

ad0-99-exit.
    exit.
ba0-print-payers.

    move "1 - UNAPPLIED BALANCE BY PAYER"
					to	s1-section-title.
    move h2-payer-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move 1				to	ss-payer.

ba0-10-payer-loop.

    if ss-payer > payer-used
    then
	go to ba0-80-total.
*   endif

    move spaces				to	l1-payer-line.
    move payer-tbl-client-id (ss-payer)	to	l1-client-id.
    move payer-tbl-name (ss-payer)	to	l1-payer-name.
    move payer-tbl-count (ss-payer)	to	l1-count.
    move payer-tbl-age (ss-payer, 1)	to	l1-age (1).
    move payer-tbl-age (ss-payer, 2)	to	l1-age (2).
    move payer-tbl-age (ss-payer, 3)	to	l1-age (3).
    move payer-tbl-age (ss-payer, 4)	to	l1-age (4).
    move payer-tbl-total (ss-payer)	to	l1-total.
    move l1-payer-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ss-payer.
    go to ba0-10-payer-loop.

ba0-80-total.

    move spaces				to	l1-payer-line.
    move "TOTAL UNAPPLIED CASH"		to	l1-payer-name.
    move grand-count			to	l1-count.
    move grand-age (1)			to	l1-age (1).
    move grand-age (2)			to	l1-age (2).
    move grand-age (3)			to	l1-age (3).
    move grand-age (4)			to	l1-age (4).
    move grand-total			to	l1-total.
    move l1-payer-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
ca0-print-over-90.

    move "2 - RECEIPTS UNAPPLIED OVER 90 DAYS"
					to	s1-section-title.
    move h2-over-90-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    if over-90-used = zero
    then
	move "NONE - NOTHING UNAPPLIED OVER 90 DAYS"
					to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    move 1				to	ss-o90.

ca0-10-receipt-loop.

    if ss-o90 > over-90-used
    then
	go to ca0-99-exit.
*   endif

    move o90-clinic-nbr (ss-o90)	to	l2-clinic-nbr.
    move o90-seq-nbr (ss-o90)		to	l2-seq-nbr.
    move o90-deposit-date (ss-o90)	to	l2-deposit-date.
    move o90-payer-name (ss-o90)	to	l2-payer-name.
    move o90-cheque-nbr (ss-o90)	to	l2-cheque-nbr.
    move o90-receipt-amt (ss-o90)	to	l2-receipt-amt.
    move o90-unapplied-amt (ss-o90)	to	l2-unapplied-amt.
    move o90-days-old (ss-o90)		to	l2-days-old.
    move o90-remarks (ss-o90)		to	l2-remarks.
    move l2-over-90-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ss-o90.
    go to ca0-10-receipt-loop.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "r094"				to	elp-pgm.
    move "END"				to	elp-type.
    move over-90-used			to	elp-count.
    move "UNAPPLIED CASH RECEIPTS OVER 90 DAYS"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close unapplied-cash.
    close unapplied-rpt-file.

    display "r094 - receipts read           " ctr-receipt-reads.
    display "r094 - receipts still open     " ctr-receipts-open.
    if ctr-payer-overflow not = zero
    then
	display "r094 - payer table full, not itemized " ctr-payer-overflow.
*   endif

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write unapplied-rpt-record		from	h1-unapplied-head after advancing page.
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

    write unapplied-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
