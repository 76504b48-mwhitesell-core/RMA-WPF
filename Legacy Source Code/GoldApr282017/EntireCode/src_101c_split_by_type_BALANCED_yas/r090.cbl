identification division.
program-id. r090.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f110 - RA short-pay inquiry file
*			: f092 - MOH explanatory code master
*			: rr090 - RA short-pay / inquiry report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly RA short-pay and inquiry report for
*			the month just ended (run early in the
*			month from the scheduler).
*			  1 - every inquiry still open with MOH,
*			      aged by days since it was sent, with
*			      0-30 / 31-60 / 61-90 / over 90 totals
*			  2 - dollars recovered by doctor on
*			      inquiries closed Recovered in the month
*			  3 - short-paid lines detected in the month
*			      by MOH explanatory code (count and
*			      variance) with the code's description,
*			      to show which codes cost the most.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f110_ra_inquiry.slr".
*
    copy "f092_moh_expl_codes.slr".
*
    select inquiry-rpt-file
	assign to printer print-file-name
	file status is status-inquiry-rpt.
*
data division.
file section.
*
    copy "f110_ra_inquiry.fd".
*
    copy "f092_moh_expl_codes.fd".
*
fd  inquiry-rpt-file
    record contains 132 characters.

01  inquiry-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr090".
77  status-inquiry-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ra-inquiry		pic xx	value zero.
77  status-cobol-moh-expl-codes		pic xx	value zero.

77  eof-ra-inquiry			pic x	value "N".

*   month being reported - the month before the run date

01  rpt-month.
    05  rpt-yy				pic 9(4)	value zero.
    05  rpt-mm				pic 99		value zero.
01  rpt-month-r redefines rpt-month	pic 9(6).

77  ws-rec-month			pic 9(6)	value zero.

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-open			pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

*   open inquiries by age

01  age-totals.
    05  age-bucket			occurs 4 times.
	10  age-count			pic 9(5).
	10  age-variance		pic s9(9)v99.
77  ss-age				pic 99	comp	value zero.

01  age-bucket-names.
    05  filler				pic x(16)	value
		"0 - 30 DAYS".
    05  filler				pic x(16)	value
		"31 - 60 DAYS".
    05  filler				pic x(16)	value
		"61 - 90 DAYS".
    05  filler				pic x(16)	value
		"OVER 90 DAYS".
01  age-bucket-name-tbl redefines age-bucket-names.
    05  age-bucket-name			pic x(16)	occurs 4 times.

*   recoveries closed in the month by doctor

01  doc-table.
    05  doc-entry			occurs 300 times.
	10  doc-tbl-nbr			pic x(4).
	10  doc-tbl-count		pic 9(5).
	10  doc-tbl-recovered		pic s9(9)v99.
77  doc-used				pic 9(3)	comp	value zero.
77  ss-doc				pic 9(3)	comp	value zero.

*   short-pays detected in the month by explanatory code

01  expl-table.
    05  expl-entry			occurs 200 times.
	10  expl-tbl-cd			pic xx.
	10  expl-tbl-count		pic 9(5).
	10  expl-tbl-variance		pic s9(9)v99.
77  expl-used				pic 9(3)	comp	value zero.
77  ss-expl				pic 9(3)	comp	value zero.

01  counters.
    05  ctr-inquiry-reads		pic 9(7)	value zero.
    05  ctr-open			pic 9(5)	value zero.
    05  ctr-recovered			pic 9(5)	value zero.
    05  ctr-detected			pic 9(5)	value zero.

01  run-totals.
    05  tot-open-variance		pic s9(9)v99	value zero.
    05  tot-recovered			pic s9(9)v99	value zero.
    05  tot-detected-variance		pic s9(9)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-inquiry-head.
    05  filler				pic x(6)	value "r090".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(36)	value
		"RA SHORT-PAY AND INQUIRY REPORT FOR ".
    05  h1-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-rpt-mm			pic 99.
    05  filler				pic x(8)	value spaces.
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-open-head.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(6)	value "DOC".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(10)	value "SENT".
    05  filler				pic x(16)	value
		"MOH REFERENCE".
    05  filler				pic x(6)	value "  DAYS".
    05  filler				pic x(14)	value
		"    SHORT BY".
    05  filler				pic x(4)	value "  EX".

01  h2-doc-head.
    05  filler				pic x(10)	value "DOCTOR".
    05  filler				pic x(10)	value "  CLOSURES".
    05  filler				pic x(16)	value
		"       RECOVERED".

01  h2-expl-head.
    05  filler				pic x(6)	value "CODE".
    05  filler				pic x(52)	value
		"EXPLANATION".
    05  filler				pic x(8)	value "   LINES".
    05  filler				pic x(16)	value
		"    SHORT-PAID".

01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  l1-open-line.
    05  l1-claim-nbr			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-doc-nbr			pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-service-cd			pic x(5).
    05  filler				pic xx		value spaces.
    05  l1-svc-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-sent-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-moh-reference		pic x(15).
    05  filler				pic x		value spaces.
    05  l1-days-open			pic zzzzz9.
    05  l1-variance			pic z,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-explan-cd			pic xx.

01  l2-age-line.
    05  filler				pic x(10)	value spaces.
    05  l2-bucket-name			pic x(16).
    05  l2-count			pic zzzz9.
    05  filler				pic x(3)	value spaces.
    05  l2-variance			pic zzz,zzz,zz9.99-.

01  l3-doc-line.
    05  l3-doc-nbr			pic x(4).
    05  filler				pic x(6)	value spaces.
    05  l3-count			pic zzzzzzzzz9.
    05  filler				pic x		value spaces.
    05  l3-recovered			pic zzz,zzz,zz9.99-.

01  l4-expl-line.
    05  l4-explan-cd			pic xx.
    05  filler				pic x(4)	value spaces.
    05  l4-explan-desc			pic x(50).
    05  filler				pic xx		value spaces.
    05  l4-count			pic zzzzzz9.
    05  filler				pic x		value spaces.
    05  l4-variance			pic zzz,zzz,zz9.99-.

01  t1-total-line.
    05  t1-desc				pic x(26).
    05  t1-count			pic zzzz9.
    05  filler				pic x(3)	value spaces.
    05  t1-amount			pic zzz,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-rai-file section.
    use after standard error procedure on ra-inquiry.
err-ra-inquiry.
    move status-cobol-ra-inquiry	to common-status-file.
    display "error in accessing ra inquiry file - status "
	    common-status-file.
    stop "error in accessing ra inquiry file".

err-expl-file section.
    use after standard error procedure on moh-expl-codes.
err-moh-expl-codes.
    move status-cobol-moh-expl-codes	to common-status-file.
    display "error in accessing explanatory codes - status "
	    common-status-file.
    stop "error in accessing explanatory codes".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-ra-inquiry = "Y".
    perform ba0-print-age-totals	thru ba0-99-exit.
    perform ca0-print-recoveries	thru ca0-99-exit.
    perform da0-print-expl-codes	thru da0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   run-totals
					   age-totals.

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

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    move rpt-yy				to	h1-rpt-yy.
    move rpt-mm				to	h1-rpt-mm.
    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input ra-inquiry.
    open input moh-expl-codes.
    open output inquiry-rpt-file.

    move "r090"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move "1 - INQUIRIES OPEN WITH MOH"	to	s1-section-title.
    move h2-open-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

aa0-99-exit.
    exit.
ab0-processing.

    read ra-inquiry next
	at end
	    move "Y"			to	eof-ra-inquiry
	    go to ab0-99-exit.

    add 1				to	ctr-inquiry-reads.

    if rai-status = "O"
    then
	perform ac0-open-inquiry	thru	ac0-99-exit.
*   endif

    divide rai-closed-date		by	100
					giving	ws-rec-month.
    if   rai-status = "R"
     and ws-rec-month = rpt-month-r
    then
	perform ad0-add-recovery	thru	ad0-99-exit.
*   endif

    divide rai-detected-date		by	100
					giving	ws-rec-month.
    if ws-rec-month = rpt-month-r
    then
	perform ae0-add-detected	thru	ae0-99-exit.
*   endif

ab0-99-exit.
    exit.
ac0-open-inquiry.

    move rai-inquiry-sent-date		to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-days-open.

    if ws-days-open < zero
    then
	move zero			to	ws-days-open.
*   endif

    if ws-days-open > 90
    then
	move 4				to	ss-age
    else
	if ws-days-open > 60
	then
	    move 3			to	ss-age
	else
	    if ws-days-open > 30
	    then
		move 2			to	ss-age
	    else
		move 1			to	ss-age.
*	    endif
*	endif
*   endif

    add 1				to	age-count (ss-age)
						ctr-open.
    add rai-amt-variance		to	age-variance (ss-age)
						tot-open-variance.

    move spaces				to	l1-open-line.
    move rai-claim-nbr			to	l1-claim-nbr.
    move rai-doc-nbr			to	l1-doc-nbr.
    move rai-service-cd			to	l1-service-cd.
    move rai-service-date		to	l1-svc-date.
    move rai-inquiry-sent-date		to	l1-sent-date.
    move rai-moh-reference		to	l1-moh-reference.
    move ws-days-open			to	l1-days-open.
    move rai-amt-variance		to	l1-variance.
    move rai-explan-cd			to	l1-explan-cd.
    move l1-open-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ac0-99-exit.
    exit.
ad0-add-recovery.

    add 1				to	ctr-recovered.
    add rai-amt-recovered		to	tot-recovered.

    move 1				to	ss-doc.

ad0-10-search.

    if ss-doc > doc-used
    then
	go to ad0-20-new-doc.
*   endif

    if doc-tbl-nbr (ss-doc) = rai-doc-nbr
    then
	go to ad0-30-accumulate.
*   endif

    add 1				to	ss-doc.
    go to ad0-10-search.

ad0-20-new-doc.

    if doc-used = 300
    then
	display "r090 - doctor table full, recovery not itemized "
		rai-doc-nbr
	go to ad0-99-exit.
*   endif

    add 1				to	doc-used.
    move doc-used			to	ss-doc.
    move rai-doc-nbr			to	doc-tbl-nbr (ss-doc).
    move zero				to	doc-tbl-count (ss-doc)
						doc-tbl-recovered (ss-doc).

ad0-30-accumulate.

    add 1				to	doc-tbl-count (ss-doc).
    add rai-amt-recovered		to	doc-tbl-recovered (ss-doc).

ad0-99-exit.
    exit.
ae0-add-detected.

    add 1				to	ctr-detected.
    add rai-amt-variance		to	tot-detected-variance.

    move 1				to	ss-expl.

ae0-10-search.

    if ss-expl > expl-used
    then
	go to ae0-20-new-code.
*   endif

    if expl-tbl-cd (ss-expl) = rai-explan-cd
    then
	go to ae0-30-accumulate.
*   endif

    add 1				to	ss-expl.
    go to ae0-10-search.

ae0-20-new-code.

    if expl-used = 200
    then
	display "r090 - code table full, short-pay not itemized "
		rai-explan-cd
	go to ae0-99-exit.
*   endif

    add 1				to	expl-used.
    move expl-used			to	ss-expl.
    move rai-explan-cd			to	expl-tbl-cd (ss-expl).
    move zero				to	expl-tbl-count (ss-expl)
						expl-tbl-variance (ss-expl).

ae0-30-accumulate.

    add 1				to	expl-tbl-count (ss-expl).
    add rai-amt-variance		to	expl-tbl-variance (ss-expl).

ae0-99-exit.
    exit.
ba0-print-age-totals.

    move 2				to	nbr-lines-to-adv.
    move 1				to	ss-age.

ba0-10-age-loop.

    if ss-age > 4
    then
	go to ba0-80-total.
*   endif

    move age-bucket-name (ss-age)	to	l2-bucket-name.
    move age-count (ss-age)		to	l2-count.
    move age-variance (ss-age)		to	l2-variance.
    move l2-age-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ss-age.
    go to ba0-10-age-loop.

ba0-80-total.

    move spaces				to	t1-total-line.
    move "TOTAL OPEN INQUIRIES"		to	t1-desc.
    move ctr-open			to	t1-count.
    move tot-open-variance		to	t1-amount.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
ca0-print-recoveries.

    move "2 - RECOVERED THROUGH INQUIRIES CLOSED THIS MONTH"
					to	s1-section-title.
    move h2-doc-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move 1				to	ss-doc.

ca0-10-doc-loop.

    if ss-doc > doc-used
    then
	go to ca0-80-total.
*   endif

    move doc-tbl-nbr (ss-doc)		to	l3-doc-nbr.
    move doc-tbl-count (ss-doc)		to	l3-count.
    move doc-tbl-recovered (ss-doc)	to	l3-recovered.
    move l3-doc-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ss-doc.
    go to ca0-10-doc-loop.

ca0-80-total.

    move spaces				to	t1-total-line.
    move "TOTAL RECOVERED"		to	t1-desc.
    move ctr-recovered			to	t1-count.
    move tot-recovered			to	t1-amount.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
da0-print-expl-codes.

    move "3 - SHORT-PAID LINES DETECTED THIS MONTH BY EXPLANATORY CODE"
					to	s1-section-title.
    move h2-expl-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move 1				to	ss-expl.

da0-10-code-loop.

    if ss-expl > expl-used
    then
	go to da0-80-total.
*   endif

    move expl-tbl-cd (ss-expl)		to	l4-explan-cd.
    move spaces				to	l4-explan-desc.
    if expl-tbl-cd (ss-expl) = spaces
    then
	move "(NO CODE GIVEN ON THE RA)"
					to	l4-explan-desc
    else
	move spaces			to	expl-cd
	move expl-tbl-cd (ss-expl)	to	expl-cd (1:2)
	read moh-expl-codes
	    invalid key
		move "** CODE NOT ON THE MOH CODE MASTER **"
					to	expl-desc
	end-read
	move expl-desc			to	l4-explan-desc.
*   endif
    move expl-tbl-count (ss-expl)	to	l4-count.
    move expl-tbl-variance (ss-expl)	to	l4-variance.
    move l4-expl-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ss-expl.
    go to da0-10-code-loop.

da0-80-total.

    move spaces				to	t1-total-line.
    move "TOTAL DETECTED"		to	t1-desc.
    move ctr-detected			to	t1-count.
    move tot-detected-variance		to	t1-amount.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

da0-99-exit.
    exit.
az0-end-of-job.

    move "r090"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-open			to	elp-count.
    move "INQUIRIES STILL OPEN WITH MOH"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close ra-inquiry.
    close moh-expl-codes.
    close inquiry-rpt-file.

    display "r090 - inquiry records read    " ctr-inquiry-reads.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write inquiry-rpt-record		from	h1-inquiry-head after advancing page.
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

    write inquiry-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
