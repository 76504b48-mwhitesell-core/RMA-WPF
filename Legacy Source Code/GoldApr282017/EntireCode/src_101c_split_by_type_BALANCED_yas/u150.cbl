identification division.
program-id. u150.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f129 - block-fee enrolment file
*			: f128 - block-fee plan master
*			: f010 - patient master
*			: f040 - oma fee master
*			: f090 - constants master
*			: u150_parm - renewal window days
*			: f064 - central event log (via eventlog)
*			: ru150i - block-fee invoices (printer, one
*				   per page)
*			: ru150 - block-fee renewal and invoice
*				  register (printer)
*
*   program purpose : annual block-fee renewal billing run.  a term
*			on f129 that ends within the parm's days of
*			today (either side - a member who let the
*			term lapse a few days is still renewed) is
*			rolled over into a new one-year term from
*			the day after it ends, at the plan's current
*			annual fee, provided the term is active, has
*			not been renewed already, the patient has no
*			later term on file and the plan is still
*			active.  every active term with no invoice
*			number and a fee not fully paid - this run's
*			renewals and the front desk's new m119
*			enrolments alike - is then numbered and
*			invoiced: the clinic's name and address, the
*			patient's mailing address, the plan and its
*			term, the services it covers and the amount
*			due.  invoice numbers carry on from the
*			highest already on f129.  the register lists
*			the renewals and the invoices with totals.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f129_block_fee_enrol.slr".
*
    copy "f128_block_fee_plan.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    select u150-parm-file
	assign to disk "$pb_data/u150_parm"
	organization is sequential
	file status is status-u150-parm.
*
    select invoice-file
	assign to printer invoice-file-name
	file status is status-invoice-rpt.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f129_block_fee_enrol.fd".
*
    copy "f128_block_fee_plan.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
fd  u150-parm-file
    record contains 80 characters.

*	(type "D" - days either side of today a term's end date may
*	 fall for the term to be renewed)
01  u150-parm-rec.
    05  u150-parm-type			pic x.
    05  u150-parm-window-days		pic 999.
    05  filler				pic x(76).

fd  invoice-file
    record contains 80 characters.

01  invoice-record			pic x(80).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru150".
77  invoice-file-name			pic x(6)
		value "ru150i".
77  status-invoice-rpt			pic xx	value zero.
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-block-fee-enrol	pic xx	value zero.
77  status-cobol-block-fee-plan		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-u150-parm			pic xx	value zero.

77  eof-block-fee-enrol			pic x	value "N".
77  eof-u150-parm			pic x	value "N".

77  ws-window-days			pic 999		value 30.
77  ws-next-invoice-nbr			pic 9(6)	value zero.
77  ws-pending				pic x	value "N".
77  ws-leap-rem				pic 9(4)	value zero.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-month-days			pic 99		value zero.
77  ws-clinic-read			pic 99		value zero.
77  ws-owing-amt			pic s9(5)v99	value zero.

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-apart			pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  month-days-table.
    05  filler				pic x(24)	value
		"312831303130313130313031".
01  month-days-r redefines month-days-table.
    05  month-days			pic 99	occurs 12 times.

*   the term that may be renewed - held until the next record
*   shows whether the patient already has a later term

01  ws-pending-enrol			pic x(200)	value spaces.
01  ws-current-enrol			pic x(200)	value spaces.

*   the new terms, written once the file has been read through

01  renewal-tbl.
    05  nbr-renewals			pic 9(4)	value zero.
    05  renewal-entry			occurs 1000 times.
	10  rnw-key.
	    15  rnw-clinic-nbr		pic 99.
	    15  rnw-pat-key		pic x(16).
	    15  rnw-term-start		pic 9(8).
	10  rnw-old-term-start		pic 9(8).
	10  rnw-plan-cd			pic x(4).
	10  rnw-term-end		pic 9(8).
	10  rnw-fee-amt			pic s9(5)v99	comp-3.
	10  rnw-pat-surname		pic x(18).
	10  rnw-pat-given-name		pic x(12).

77  ss-rnw				pic 9(4)	value zero.
77  ss-code				pic 99		value zero.

01  ws-clinic-name-addr.
    05  ws-clinic-name			pic x(20)	value spaces.
    05  ws-clinic-addr-l1		pic x(30)	value spaces.
    05  ws-clinic-addr-l2		pic x(30)	value spaces.
    05  ws-clinic-addr-l3		pic x(30)	value spaces.

01  counters.
    05  ctr-enrol-reads			pic 9(7)	value zero.
    05  ctr-renewals			pic 9(7)	value zero.
    05  ctr-renewals-skipped		pic 9(7)	value zero.
    05  ctr-invoices			pic 9(7)	value zero.

01  run-totals.
    05  tot-renewal-fees		pic s9(9)v99	value zero.
    05  tot-invoice-due			pic s9(9)v99	value zero.

*   invoice lines

01  iv1-clinic-line.
    05  filler				pic x(20)	value spaces.
    05  iv1-clinic-name			pic x(20).

01  iv2-addr-line.
    05  filler				pic x(20)	value spaces.
    05  iv2-addr			pic x(30).

01  iv3-invoice-line.
    05  filler				pic x(23)	value
		"BLOCK-FEE INVOICE NO. ".
    05  iv3-clinic-nbr			pic 99.
    05  filler				pic x		value "-".
    05  iv3-invoice-nbr			pic 9(6).
    05  filler				pic x(8)	value "   DATE ".
    05  iv3-date			pic xxxx/xx/xx.

01  iv4-name-line.
    05  filler				pic x(12)	value spaces.
    05  iv4-text			pic x(31).

01  iv5-plan-line.
    05  filler				pic x(12)	value "PLAN".
    05  iv5-plan-cd			pic x(4).
    05  filler				pic x		value space.
    05  iv5-plan-desc			pic x(30).

01  iv6-term-line.
    05  filler				pic x(12)	value "TERM".
    05  iv6-term-start			pic xxxx/xx/xx.
    05  filler				pic x(4)	value " TO ".
    05  iv6-term-end			pic xxxx/xx/xx.

01  iv7-covered-line.
    05  filler				pic x(12)	value spaces.
    05  iv7-oma-cd			pic x(4).
    05  filler				pic x		value space.
    05  iv7-oma-desc			pic x(24).

01  iv8-amount-line.
    05  filler				pic x(12)	value spaces.
    05  iv8-desc			pic x(38).
    05  iv8-amt				pic z,zzz,zz9.99-.

01  iv9-notice-line.
    05  filler				pic x(60)	value
	"UNINSURED SERVICES ONLY - OHIP-INSURED CARE IS NOT AFFECTED.".

01  iv10-covers-line.
    05  filler				pic x(51)	value
	"YOUR ANNUAL FEE COVERS THESE SERVICES FOR THE TERM:".

*   register lines

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-register-head.
    05  filler				pic x(6)	value "u150".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"BLOCK-FEE RENEWAL AND INVOICE REGISTER".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-window-head.
    05  filler				pic x(37)	value
		"TERMS ENDING WITHIN THIS MANY DAYS: ".
    05  h2-window-days			pic zz9.

01  h3-line-head.
    05  filler				pic x(4)	value "CL".
    05  filler				pic x(17)	value "PATIENT KEY".
    05  filler				pic x(31)	value "PATIENT".
    05  filler				pic x(5)	value "PLAN".
    05  filler				pic x(11)	value "TERM START".
    05  filler				pic x(11)	value "TERM END".
    05  filler				pic x(8)	value "INVOICE".
    05  filler				pic x(11)	value
		"        FEE".
    05  filler				pic x(11)	value
		"       PAID".
    05  filler				pic x(11)	value
		"        DUE".

01  l1-enrol-line.
    05  l1-clinic-nbr			pic 99.
    05  filler				pic xx		value spaces.
    05  l1-pat-key			pic x(16).
    05  filler				pic x		value spaces.
    05  l1-pat-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l1-plan-cd			pic x(4).
    05  filler				pic x		value spaces.
    05  l1-term-start			pic 9(8).
    05  filler				pic xxx		value spaces.
    05  l1-term-end			pic 9(8).
    05  filler				pic xxx		value spaces.
    05  l1-invoice-nbr			pic zzzzz9.
    05  filler				pic xx		value spaces.
    05  l1-fee				pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-paid				pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-due				pic zz,zz9.99-.

01  t1-total-line.
    05  filler				pic x(6)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzzz9.
    05  filler				pic x(3)	value spaces.
    05  t1-amt				pic zzz,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-enrol-file section.
    use after standard error procedure on block-fee-enrol.
err-block-fee-enrol.
    move status-cobol-block-fee-enrol	to common-status-file.
    display "error in accessing block-fee enrolment file - status "
	    common-status-file.
    stop "error in accessing block-fee enrolment file".

err-plan-file section.
    use after standard error procedure on block-fee-plan.
err-block-fee-plan.
    move status-cobol-block-fee-plan	to common-status-file.
    display "error in accessing block-fee plan master - status "
	    common-status-file.
    stop "error in accessing block-fee plan master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-oma-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

*	(renewals first - the new terms are then invoiced with the
*	 front desk's new enrolments)
    perform ba0-find-renewals		thru ba0-99-exit
	until eof-block-fee-enrol = "Y".
    if ws-pending = "Y"
    then
	perform bc0-renew-pending	thru	bc0-99-exit.
*   endif

    perform bd0-write-renewals		thru bd0-99-exit
	varying ss-rnw from 1 by 1
	until   ss-rnw > nbr-renewals.

    perform ca0-start-invoicing		thru ca0-99-exit.
    perform cb0-invoice-enrolment	thru cb0-99-exit
	until eof-block-fee-enrol = "Y".

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    perform ap0-read-parm		thru	ap0-99-exit.

    open i-o block-fee-enrol.
    open input block-fee-plan.
    open input pat-mstr.
    open input oma-fee-mstr.
    open input iconst-mstr.
    open output invoice-file.
    open output register-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-window-days			to	h2-window-days.

    move zero				to	nbr-renewals
						ws-next-invoice-nbr.

    move low-values			to	bfe-key.
    start block-fee-enrol key is greater than or equal to bfe-key
	invalid key
	    move "Y"			to	eof-block-fee-enrol.

    move "TERMS RENEWED"		to	s1-section-title.
    move h3-line-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "u150"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(a "D" record overrides the 30 days either side of today a
*	 term's end may fall to be renewed)

    open input u150-parm-file.
    if status-u150-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read u150-parm-file
	at end
	    close u150-parm-file
	    go to ap0-99-exit.

    if   u150-parm-type = "D"
     and u150-parm-window-days numeric
     and u150-parm-window-days > zero
    then
	move u150-parm-window-days	to	ws-window-days.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ba0-find-renewals.

    read block-fee-enrol next
	at end
	    move "Y"			to	eof-block-fee-enrol
	    go to ba0-99-exit.

    add 1				to	ctr-enrol-reads.

    if bfe-invoice-nbr > ws-next-invoice-nbr
    then
	move bfe-invoice-nbr		to	ws-next-invoice-nbr.
*   endif

*	(a later active term for the same patient means the held term
*	 has been carried on already - it is not renewed again)
    if ws-pending = "Y"
    then
	if   bfe-key (1:18) = ws-pending-enrol (1:18)
	 and bfe-active
	then
	    move "N"			to	ws-pending
	else
	    move block-fee-enrol-rec	to	ws-current-enrol
	    perform bc0-renew-pending	thru	bc0-99-exit
	    move ws-current-enrol	to	block-fee-enrol-rec
	end-if.
*   endif

    perform bb0-check-renewal		thru	bb0-99-exit.

ba0-99-exit.
    exit.
bb0-check-renewal.

    if   not bfe-active
      or bfe-renewed-ind = "Y"
    then
	go to bb0-99-exit.
*   endif

    move bfe-term-end			to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-today-days		from	ws-date-days
					giving	ws-days-apart.

    if   ws-days-apart > ws-window-days
      or ws-days-apart < zero - ws-window-days
    then
	go to bb0-99-exit.
*   endif

    move block-fee-enrol-rec		to	ws-pending-enrol.
    move "Y"				to	ws-pending.

bb0-99-exit.
    exit.
bc0-renew-pending.

*	(the held term is renewed - the plan must still be active;
*	 the new term is added to the table and written after the
*	 file has been read through)
    move "N"				to	ws-pending.
    move ws-pending-enrol		to	block-fee-enrol-rec.

    move bfe-clinic-nbr-1-2		to	bfp-clinic-nbr-1-2.
    move bfe-plan-cd			to	bfp-plan-cd.
    read block-fee-plan
	invalid key
	    add 1			to	ctr-renewals-skipped
	    go to bc0-99-exit.

    if   not bfp-active
      or nbr-renewals not < 1000
    then
	add 1				to	ctr-renewals-skipped
	go to bc0-99-exit.
*   endif

    add 1				to	nbr-renewals.
    move bfe-clinic-nbr-1-2		to	rnw-clinic-nbr (nbr-renewals).
    move bfe-pat-key			to	rnw-pat-key (nbr-renewals).
    move bfe-term-start			to	rnw-old-term-start (nbr-renewals).
    move bfe-plan-cd			to	rnw-plan-cd (nbr-renewals).
    move bfp-annual-fee			to	rnw-fee-amt (nbr-renewals).
    move bfe-pat-surname		to	rnw-pat-surname (nbr-renewals).
    move bfe-pat-given-name		to	rnw-pat-given-name (nbr-renewals).

*	(the day after the old term ends starts the new one, which
*	 ends a year less a day later)
    move bfe-term-end			to	ws-work-date-r.
    perform xg0-add-one-day		thru	xg0-99-exit.
    move ws-work-date-r			to	rnw-term-start (nbr-renewals).
    perform xh0-term-end		thru	xh0-99-exit.
    move ws-work-date-r			to	rnw-term-end (nbr-renewals).

bc0-99-exit.
    exit.
bd0-write-renewals.

    move spaces				to	block-fee-enrol-rec.
    move rnw-key (ss-rnw)		to	bfe-key.
    move rnw-plan-cd (ss-rnw)		to	bfe-plan-cd.
    move rnw-term-end (ss-rnw)		to	bfe-term-end.
    move "A"				to	bfe-status.
    move rnw-fee-amt (ss-rnw)		to	bfe-fee-amt.
    move zero				to	bfe-paid-amt
						bfe-paid-date
						bfe-invoice-nbr
						bfe-invoice-date
						bfe-cancel-date
						bfe-svc-used
						bfe-value-used
						bfe-last-used-date.
    move "N"				to	bfe-renewed-ind.
    move rnw-pat-surname (ss-rnw)	to	bfe-pat-surname.
    move rnw-pat-given-name (ss-rnw)	to	bfe-pat-given-name.
    move sys-date-long			to	bfe-enrolled-date.
    move "R"				to	bfe-source.

    write block-fee-enrol-rec
	invalid key
	    add 1			to	ctr-renewals-skipped
	    go to bd0-99-exit.

    add 1				to	ctr-renewals.
    add bfe-fee-amt			to	tot-renewal-fees.
    move zero				to	ws-owing-amt.
    perform da0-register-line		thru	da0-99-exit.

*	(the old term is marked renewed so a rerun leaves it alone)
    move rnw-clinic-nbr (ss-rnw)	to	bfe-clinic-nbr-1-2.
    move rnw-pat-key (ss-rnw)		to	bfe-pat-key.
    move rnw-old-term-start (ss-rnw)	to	bfe-term-start.
    read block-fee-enrol
	invalid key
	    go to bd0-99-exit.

    move "Y"				to	bfe-renewed-ind.
    rewrite block-fee-enrol-rec
	invalid key
	    go to bd0-99-exit.

bd0-99-exit.
    exit.
ca0-start-invoicing.

    move "N"				to	eof-block-fee-enrol.
    move low-values			to	bfe-key.
    start block-fee-enrol key is greater than or equal to bfe-key
	invalid key
	    move "Y"			to	eof-block-fee-enrol.

    move "INVOICES ISSUED"		to	s1-section-title.
    move h3-line-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

ca0-99-exit.
    exit.
cb0-invoice-enrolment.

    read block-fee-enrol next
	at end
	    move "Y"			to	eof-block-fee-enrol
	    go to cb0-99-exit.

    if   not bfe-active
      or bfe-invoice-nbr not = zero
      or bfe-fee-amt not > bfe-paid-amt
    then
	go to cb0-99-exit.
*   endif

    add 1				to	ws-next-invoice-nbr.
    move ws-next-invoice-nbr		to	bfe-invoice-nbr.
    move sys-date-long			to	bfe-invoice-date.

    rewrite block-fee-enrol-rec
	invalid key
	    go to cb0-99-exit.

    add 1				to	ctr-invoices.
    compute ws-owing-amt = bfe-fee-amt - bfe-paid-amt.
    add ws-owing-amt			to	tot-invoice-due.

    perform cc0-print-invoice		thru	cc0-99-exit.
    perform da0-register-line		thru	da0-99-exit.

cb0-99-exit.
    exit.
cc0-print-invoice.

    if bfe-clinic-nbr-1-2 not = ws-clinic-read
    then
	perform xj0-read-clinic		thru	xj0-99-exit.
*   endif

    move ws-clinic-name			to	iv1-clinic-name.
    write invoice-record		from	iv1-clinic-line
	after advancing page.

    move ws-clinic-addr-l1		to	iv2-addr.
    write invoice-record		from	iv2-addr-line
	after advancing 1 line.
    move ws-clinic-addr-l2		to	iv2-addr.
    write invoice-record		from	iv2-addr-line
	after advancing 1 line.
    move ws-clinic-addr-l3		to	iv2-addr.
    write invoice-record		from	iv2-addr-line
	after advancing 1 line.

    move bfe-clinic-nbr-1-2		to	iv3-clinic-nbr.
    move bfe-invoice-nbr		to	iv3-invoice-nbr.
    move sys-date-long			to	iv3-date.
    write invoice-record		from	iv3-invoice-line
	after advancing 2 lines.

*	(the patient's mailing address - the enrolment's name when
*	 the patient is no longer on file)
    move bfe-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move bfe-pat-surname	to	pat-surname
	    move bfe-pat-given-name	to	pat-given-name
	    move spaces			to	pat-street-addr
						pat-city
						pat-postal-cd.

    move spaces				to	iv4-text.
    string pat-given-name	delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by "  "
	into iv4-text.
    write invoice-record		from	iv4-name-line
	after advancing 3 lines.
    move pat-street-addr		to	iv4-text.
    write invoice-record		from	iv4-name-line
	after advancing 1 line.
    move spaces				to	iv4-text.
    string pat-city		delimited by "  "
	   "  "			delimited by size
	   pat-postal-cd	delimited by size
	into iv4-text.
    write invoice-record		from	iv4-name-line
	after advancing 1 line.

    move bfe-clinic-nbr-1-2		to	bfp-clinic-nbr-1-2.
    move bfe-plan-cd			to	bfp-plan-cd.
    read block-fee-plan
	invalid key
	    move spaces			to	bfp-desc
						bfp-covered-codes.

    move bfe-plan-cd			to	iv5-plan-cd.
    move bfp-desc			to	iv5-plan-desc.
    write invoice-record		from	iv5-plan-line
	after advancing 3 lines.

    move bfe-term-start			to	iv6-term-start.
    move bfe-term-end			to	iv6-term-end.
    write invoice-record		from	iv6-term-line
	after advancing 1 line.

    write invoice-record		from	iv10-covers-line
	after advancing 2 lines.
    perform cd0-covered-line		thru	cd0-99-exit
	varying ss-code from 1 by 1
	until   ss-code > 20.

    move "ANNUAL FEE"			to	iv8-desc.
    move bfe-fee-amt			to	iv8-amt.
    write invoice-record		from	iv8-amount-line
	after advancing 2 lines.

    if bfe-paid-amt not = zero
    then
	move "LESS PAID"		to	iv8-desc
	move bfe-paid-amt		to	iv8-amt
	write invoice-record		from	iv8-amount-line
	    after advancing 1 line.
*   endif

    move "AMOUNT DUE"			to	iv8-desc.
    move ws-owing-amt			to	iv8-amt.
    write invoice-record		from	iv8-amount-line
	after advancing 2 lines.

    write invoice-record		from	iv9-notice-line
	after advancing 3 lines.

cc0-99-exit.
    exit.
cd0-covered-line.

    if bfp-covered-oma-cd (ss-code) = spaces
    then
	go to cd0-99-exit.
*   endif

    move bfp-covered-oma-cd (ss-code)	to	iv7-oma-cd
						fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move spaces			to	fee-desc.

    move fee-desc			to	iv7-oma-desc.
    write invoice-record		from	iv7-covered-line
	after advancing 1 line.

cd0-99-exit.
    exit.
da0-register-line.

    move bfe-clinic-nbr-1-2		to	l1-clinic-nbr.
    move bfe-pat-key			to	l1-pat-key.
    move spaces				to	l1-pat-name.
    string bfe-pat-surname	delimited by "  "
	   ", "			delimited by size
	   bfe-pat-given-name	delimited by "  "
	into l1-pat-name.
    move bfe-plan-cd			to	l1-plan-cd.
    move bfe-term-start			to	l1-term-start.
    move bfe-term-end			to	l1-term-end.
    move bfe-invoice-nbr		to	l1-invoice-nbr.
    move bfe-fee-amt			to	l1-fee.
    move bfe-paid-amt			to	l1-paid.
    move ws-owing-amt			to	l1-due.
    move l1-enrol-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

da0-99-exit.
    exit.
az0-end-of-job.

    move spaces				to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "TERMS RENEWED"		to	t1-desc.
    move ctr-renewals			to	t1-count.
    move tot-renewal-fees		to	t1-amt.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "TERMS NOT RENEWED - PLAN NOT ACTIVE"	to	t1-desc.
    move ctr-renewals-skipped		to	t1-count.
    move zero				to	t1-amt.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "INVOICES ISSUED - AMOUNT DUE"	to	t1-desc.
    move ctr-invoices			to	t1-count.
    move tot-invoice-due		to	t1-amt.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "u150"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-invoices			to	elp-count.
    move "BLOCK-FEE INVOICES ISSUED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close block-fee-enrol.
    close block-fee-plan.
    close pat-mstr.
    close oma-fee-mstr.
    close iconst-mstr.
    close invoice-file.
    close register-file.

    display "u150 - enrolments read        " ctr-enrol-reads.
    display "u150 - terms renewed          " ctr-renewals.
    display "u150 - terms not renewed      " ctr-renewals-skipped.
    display "u150 - invoices issued        " ctr-invoices.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write register-record		from	h1-register-head after advancing page.
    write register-record		from	h2-window-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write register-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xg0-add-one-day.

    perform xi0-month-days		thru	xi0-99-exit.
    add 1				to	ws-work-dd.
    if ws-work-dd not > ws-month-days
    then
	go to xg0-99-exit.
*   endif

    move 1				to	ws-work-dd.
    add 1				to	ws-work-mm.
    if ws-work-mm > 12
    then
	move 1				to	ws-work-mm
	add 1				to	ws-work-yy.
*   endif

xg0-99-exit.
    exit.
xh0-term-end.

*	(a year less a day after the date in ws-work-date; a 29
*	 february start ends on 28 february)
    add 1				to	ws-work-yy.

    if ws-work-dd > 1
    then
	subtract 1			from	ws-work-dd
	go to xh0-99-exit.
*   endif

    subtract 1				from	ws-work-mm.
    if ws-work-mm = zero
    then
	move 12				to	ws-work-mm
	subtract 1			from	ws-work-yy.
*   endif

    perform xi0-month-days		thru	xi0-99-exit.
    move ws-month-days			to	ws-work-dd.

xh0-99-exit.
    exit.
xi0-month-days.

    move month-days (ws-work-mm)	to	ws-month-days.

    if ws-work-mm = 2
    then
	divide ws-work-yy by 4 giving ws-leap-quot
	    remainder ws-leap-rem
	if ws-leap-rem = zero
	then
	    move 29			to	ws-month-days.
*	endif
*   endif

xi0-99-exit.
    exit.
xj0-read-clinic.

    move bfe-clinic-nbr-1-2		to	iconst-clinic-nbr-1-2
						ws-clinic-read.
    move spaces				to	ws-clinic-name-addr.

    read iconst-mstr
	invalid key
	    go to xj0-99-exit.

    move iconst-clinic-name		to	ws-clinic-name.
    move iconst-clinic-addr-l1		to	ws-clinic-addr-l1.
    move iconst-clinic-addr-l2		to	ws-clinic-addr-l2.
    move iconst-clinic-addr-l3		to	ws-clinic-addr-l3.

xj0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
