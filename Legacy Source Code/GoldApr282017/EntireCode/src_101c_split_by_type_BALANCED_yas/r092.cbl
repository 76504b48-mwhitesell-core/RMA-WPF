identification division.
program-id. r092.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f113 - doctor deduction ledger
*			: f020 - doctor master
*			: rr092 - deduction ledger schedule report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly doctor deduction ledger report for
*			the month just ended (run early in the
*			month from the scheduler, after the r153
*			pay run).
*			  1 - every ledger fully recovered in the
*			      month - MOH recoveries, advances and
*			      garnishments r153b has finished taking
*			  2 - every active or held ledger behind its
*			      schedule.  a fixed-installment ledger
*			      is behind when less has been taken
*			      than one installment a month since its
*			      start date (never more than the
*			      original amount); a percent ledger is
*			      behind when nothing was taken in the
*			      month (pay too small, or held).
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f113_doc_deduction.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select ledger-rpt-file
	assign to printer print-file-name
	file status is status-ledger-rpt.
*
data division.
file section.
*
    copy "f113_doc_deduction.fd".
*
    copy "f020_doctor_mstr.fd".
*
fd  ledger-rpt-file
    record contains 132 characters.

01  ledger-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr092".
77  status-ledger-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-deduction		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.

77  eof-doc-deduction			pic x	value "N".
77  ws-pass				pic 9	value zero.

*   month being reported - the month before the run date

01  rpt-month.
    05  rpt-yy				pic 9(4)	value zero.
    05  rpt-mm				pic 99		value zero.
01  rpt-month-r redefines rpt-month	pic 9(6).

77  ws-rec-month			pic 9(6)	value zero.
77  ws-rpt-month-nbr			pic s9(7)	value zero.
77  ws-start-month-nbr			pic s9(7)	value zero.
77  ws-months-due			pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

77  ws-expected				pic s9(9)v99	value zero.
77  ws-short-by				pic s9(9)v99	value zero.

01  counters.
    05  ctr-ledger-reads		pic 9(7)	value zero.
    05  ctr-recovered			pic 9(5)	value zero.
    05  ctr-behind			pic 9(5)	value zero.

01  run-totals.
    05  tot-recovered-orig		pic s9(9)v99	value zero.
    05  tot-behind-balance		pic s9(9)v99	value zero.
    05  tot-behind-short		pic s9(9)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-ledger-head.
    05  filler				pic x(6)	value "r092".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(36)	value
		"DEDUCTION LEDGER SCHEDULE REPORT FOR".
    05  filler				pic x		value spaces.
    05  h1-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-rpt-mm			pic 99.
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

01  h2-recovered-head.
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(4)	value "SEQ".
    05  filler				pic x(14)	value "TYPE".
    05  filler				pic x(22)	value "REFERENCE".
    05  filler				pic x(25)	value
		"DOCTOR".
    05  filler				pic x(14)	value
		"      ORIGINAL".
    05  filler				pic x(10)	value "  STARTED".
    05  filler				pic x(10)	value "RECOVERED".
    05  filler				pic x(6)	value "  INST".

01  h2-behind-head.
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(4)	value "SEQ".
    05  filler				pic x(14)	value "TYPE".
    05  filler				pic x(22)	value "REFERENCE".
    05  filler				pic x(3)	value "ST".
    05  filler				pic x(13)	value
		"     ORIGINAL".
    05  filler				pic x(13)	value
		"        TAKEN".
    05  filler				pic x(13)	value
		"      BALANCE".
    05  filler				pic x(13)	value
		"     EXPECTED".
    05  filler				pic x(13)	value
		"     SHORT BY".
    05  filler				pic x(10)	value
		"LAST TAKEN".

01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  l1-recovered-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  l1-seq-nbr			pic 99.
    05  filler				pic xx		value spaces.
    05  l1-type				pic x(13).
    05  filler				pic x		value spaces.
    05  l1-reference			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-doc-name			pic x(24).
    05  filler				pic x		value spaces.
    05  l1-orig-amt			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-start-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-recovered-date		pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-installs			pic zz9.

01  l2-behind-line.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  l2-seq-nbr			pic 99.
    05  filler				pic xx		value spaces.
    05  l2-type				pic x(13).
    05  filler				pic x		value spaces.
    05  l2-reference			pic x(20).
    05  filler				pic xx		value spaces.
    05  l2-status			pic x.
    05  filler				pic x		value spaces.
    05  l2-orig-amt			pic z,zzz,zz9.99-.
    05  l2-taken			pic z,zzz,zz9.99-.
    05  l2-balance			pic z,zzz,zz9.99-.
    05  l2-expected			pic z,zzz,zz9.99-.
    05  l2-expected-r redefines l2-expected	pic x(13).
    05  l2-short-by			pic z,zzz,zz9.99-.
    05  l2-short-by-r redefines l2-short-by	pic x(13).
    05  filler				pic x		value spaces.
    05  l2-last-taken			pic 9(8).

01  t1-total-line.
    05  t1-desc				pic x(30).
    05  t1-count			pic zzzz9.
    05  filler				pic x(3)	value spaces.
    05  t1-amount			pic zzz,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-ded-file section.
    use after standard error procedure on doc-deduction.
err-doc-deduction.
    move status-cobol-doc-deduction	to common-status-file.
    display "error in accessing deduction ledger - status "
	    common-status-file.
    stop "error in accessing deduction ledger".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

*	(two passes of the ledger - the recovered ledgers, then the
*	 ledgers behind schedule)

    move 1				to	ws-pass.
    perform ab0-processing		thru ab0-99-exit
	until eof-doc-deduction = "Y".
    perform ba0-print-recovered-total	thru ba0-99-exit.

    perform ac0-restart-ledger		thru ac0-99-exit.
    move 2				to	ws-pass.
    perform ab0-processing		thru ab0-99-exit
	until eof-doc-deduction = "Y".
    perform ca0-print-behind-total	thru ca0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   run-totals.

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

    compute ws-rpt-month-nbr = (rpt-yy * 12) + rpt-mm.

    move rpt-yy				to	h1-rpt-yy.
    move rpt-mm				to	h1-rpt-mm.
    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input doc-deduction.
    open input doc-mstr.
    open output ledger-rpt-file.

    move "r092"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move "1 - LEDGERS FULLY RECOVERED THIS MONTH"
					to	s1-section-title.
    move h2-recovered-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

aa0-99-exit.
    exit.
ab0-processing.

    read doc-deduction next
	at end
	    move "Y"			to	eof-doc-deduction
	    go to ab0-99-exit.

    if ws-pass = 1
    then
	add 1				to	ctr-ledger-reads
	perform ad0-check-recovered	thru	ad0-99-exit
    else
	perform ae0-check-behind	thru	ae0-99-exit.
*   endif

ab0-99-exit.
    exit.
ac0-restart-ledger.

    move "N"				to	eof-doc-deduction.
    move low-values			to	ded-key.

    start doc-deduction key is greater than or equal to ded-key
	invalid key
	    move "Y"			to	eof-doc-deduction.

    move "2 - LEDGERS BEHIND SCHEDULE"	to	s1-section-title.
    move h2-behind-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

ac0-99-exit.
    exit.
ad0-check-recovered.

    if not ded-recovered
    then
	go to ad0-99-exit.
*   endif

    divide ded-recovered-date		by	100
					giving	ws-rec-month.
    if ws-rec-month not = rpt-month-r
    then
	go to ad0-99-exit.
*   endif

    add 1				to	ctr-recovered.
    add ded-orig-amt			to	tot-recovered-orig.

    move ded-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON DOCTOR MASTER **"
					to	doc-name.

    move spaces				to	l1-recovered-line.
    move ded-doc-nbr			to	l1-doc-nbr.
    move ded-seq-nbr			to	l1-seq-nbr.
    perform xd0-type-desc		thru	xd0-99-exit.
    move ded-reference			to	l1-reference.
    move doc-name			to	l1-doc-name.
    move ded-orig-amt			to	l1-orig-amt.
    move ded-start-date			to	l1-start-date.
    move ded-recovered-date		to	l1-recovered-date.
    move ded-nbr-installs-taken		to	l1-installs.
    move l1-recovered-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ad0-99-exit.
    exit.
ae0-check-behind.

    if    not ded-active
      and not ded-on-hold
    then
	go to ae0-99-exit.
*   endif

*	(months the ledger has been due, counting its start month,
*	 through the month being reported)

    move ded-start-date			to	ws-work-date-r.
    compute ws-start-month-nbr = (ws-work-yy * 12) + ws-work-mm.
    compute ws-months-due = ws-rpt-month-nbr - ws-start-month-nbr + 1.

    if ws-months-due not > zero
    then
	go to ae0-99-exit.
*   endif

    move spaces				to	l2-behind-line.

    if ded-install-pct not = zero
    then
	go to ae0-20-percent.
*   endif

    compute ws-expected = ded-install-amt * ws-months-due.
    if ws-expected > ded-orig-amt
    then
	move ded-orig-amt		to	ws-expected.
*   endif

    if ded-taken-to-date not < ws-expected
    then
	go to ae0-99-exit.
*   endif

    subtract ded-taken-to-date		from	ws-expected
					giving	ws-short-by.
    add ws-short-by			to	tot-behind-short.
    move ws-expected			to	l2-expected.
    move ws-short-by			to	l2-short-by.
    go to ae0-80-print.

ae0-20-percent.

*	(no fixed schedule - behind when the month went by without
*	 an installment)

    divide ded-last-taken-date		by	100
					giving	ws-rec-month.
    if ws-rec-month not < rpt-month-r
    then
	go to ae0-99-exit.
*   endif

    move "  PERCENT"			to	l2-expected-r.
    move "  NONE TAKEN"			to	l2-short-by-r.

ae0-80-print.

    add 1				to	ctr-behind.
    add ded-balance			to	tot-behind-balance.

    move ded-doc-nbr			to	l2-doc-nbr.
    move ded-seq-nbr			to	l2-seq-nbr.
    perform xd0-type-desc		thru	xd0-99-exit.
    move ded-reference			to	l2-reference.
    move ded-status			to	l2-status.
    move ded-orig-amt			to	l2-orig-amt.
    move ded-taken-to-date		to	l2-taken.
    move ded-balance			to	l2-balance.
    move ded-last-taken-date		to	l2-last-taken.
    move l2-behind-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ae0-99-exit.
    exit.
ba0-print-recovered-total.

    move spaces				to	t1-total-line.
    move "TOTAL LEDGERS RECOVERED"	to	t1-desc.
    move ctr-recovered			to	t1-count.
    move tot-recovered-orig		to	t1-amount.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
ca0-print-behind-total.

    move spaces				to	t1-total-line.
    move "TOTAL BEHIND - BALANCE OWING"	to	t1-desc.
    move ctr-behind			to	t1-count.
    move tot-behind-balance		to	t1-amount.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "TOTAL BEHIND - SHORT OF PLAN"	to	t1-desc.
    move tot-behind-short		to	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "r092"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-behind			to	elp-count.
    move "DEDUCTION LEDGERS BEHIND SCHEDULE"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close doc-deduction.
    close doc-mstr.
    close ledger-rpt-file.

    display "r092 - ledger records read     " ctr-ledger-reads.
    display "r092 - ledgers recovered       " ctr-recovered.
    display "r092 - ledgers behind schedule " ctr-behind.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write ledger-rpt-record		from	h1-ledger-head after advancing page.
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

    write ledger-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xd0-type-desc.

    move spaces				to	l1-type
						l2-type.
    if ded-type-moh-recovery
    then
	move "MOH RECOVERY"		to	l1-type
					   l2-type.
*   endif
    if ded-type-advance
    then
	move "ADVANCE"			to	l1-type
					   l2-type.
*   endif
    if ded-type-garnishment
    then
	move "GARNISHMENT"		to	l1-type
					   l2-type.
*   endif

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
