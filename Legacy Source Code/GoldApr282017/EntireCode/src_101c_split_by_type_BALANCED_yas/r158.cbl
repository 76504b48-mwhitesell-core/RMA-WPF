identification division.
program-id. r158.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f158 - accounts payable invoice file
*			: f157 - accounts payable vendor master
*			: f090 - constants master
*			: rr158 - aged payables report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : aged payables report for a clinic as at a date
*			(today unless keyed).  every vendor invoice
*			owing at that date - keyed on or before it
*			and not paid or voided until after it - is
*			listed under its vendor and aged off its
*			due date: not yet due, 1-30, 31-60, 61-90
*			and over 90 days past due.  held invoices
*			are flagged.  vendor subtotals and the
*			clinic total by age follow.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f158_ap_invoice.slr".
*
    copy "f157_ap_vendor_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    select payables-rpt-file
	assign to printer print-file-name
	file status is status-payables-rpt.
*
data division.
file section.
*
    copy "f158_ap_invoice.fd".
*
    copy "f157_ap_vendor_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
fd  payables-rpt-file
    record contains 132 characters.

01  payables-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr158".
77  status-payables-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ap-invoice		pic xx	value zero.
77  status-cobol-ap-vendor-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.

77  eof-ap-invoice			pic x	value "N".

77  sel-clinic-nbr			pic 99		value zero.
77  sel-as-at-date			pic 9(8)	value zero.
77  ws-clinic-name			pic x(20)	value spaces.

77  ws-as-at-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-past-due			pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

77  hold-vend-nbr			pic 9(5)	value zero.
77  ws-vend-open			pic x	value "N".
77  ss-age				pic 99		comp	value zero.

01  vendor-totals.
    05  vend-tot-count			pic 9(5)	value zero.
    05  vend-tot-age			pic s9(9)v99	value zero
			occurs 5 times.
    05  vend-tot-total			pic s9(9)v99	value zero.

01  grand-totals.
    05  grand-count			pic 9(5)	value zero.
    05  grand-vendors			pic 9(5)	value zero.
    05  grand-held			pic 9(5)	value zero.
    05  grand-age			pic s9(9)v99	value zero
			occurs 5 times.
    05  grand-total			pic s9(9)v99	value zero.

01  counters.
    05  ctr-invoice-reads		pic 9(7)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-payables-head.
    05  filler				pic x(6)	value "r158".
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(24)	value
		"AGED PAYABLES - CLINIC".
    05  h1-clinic-nbr			pic 99.
    05  filler				pic x		value spaces.
    05  h1-clinic-name			pic x(20).
    05  filler				pic x(10)	value "   AS AT ".
    05  h1-as-at			pic 9999/99/99.
    05  filler				pic x(41)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-payables-head.
    05  filler				pic x(6)	value "VEND".
    05  filler				pic x(16)	value "INVOICE".
    05  filler				pic x(11)	value "INV DATE".
    05  filler				pic x(11)	value "DUE DATE".
    05  filler				pic x(6)	value " DAYS".
    05  filler				pic x(4)	value "HELD".
    05  filler				pic x(13)	value
		"      NOT DUE".
    05  filler				pic x(13)	value
		"         1-30".
    05  filler				pic x(13)	value
		"        31-60".
    05  filler				pic x(13)	value
		"        61-90".
    05  filler				pic x(13)	value
		"      OVER 90".
    05  filler				pic x(13)	value
		"        TOTAL".

01  l1-invoice-line.
    05  l1-vend-nbr			pic 9(5).
    05  filler				pic x		value spaces.
    05  l1-invoice-nbr			pic x(15).
    05  filler				pic x		value spaces.
    05  l1-invoice-date			pic 9999/99/99.
    05  filler				pic x		value spaces.
    05  l1-due-date			pic 9999/99/99.
    05  filler				pic x		value spaces.
    05  l1-days				pic zzz9-.
    05  filler				pic x		value spaces.
    05  l1-held				pic x(4).
    05  l1-age				pic z,zzz,zz9.99-
			occurs 5 times.

01  l2-vendor-line.
    05  l2-vend-nbr			pic x(5).
    05  filler				pic x		value spaces.
    05  l2-vend-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l2-count			pic zzzz9.
    05  filler				pic x(12)	value " INV(S)".
    05  l2-age				pic z,zzz,zz9.99-
			occurs 5 times.
    05  l2-total			pic z,zzz,zz9.99-.

01  t1-total-line.
    05  t1-desc				pic x(50).
    05  t1-count			pic zzzzzz9.
    05  filler				pic x		value spaces.
    05  t1-amount			pic zzz,zzz,zz9.99-.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"clinic is not on the constants master".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 1 times.

01  err-msg-comment			pic x(60).

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r158".
    05  line 01 col 15 value "Aged Payables Report".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.
    05  line 03 col 01 value "For Clinic Number".
    05  scr-clinic-nbr line 03 col 25 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 30 pic x(20) from ws-clinic-name.
    05  line 08 col 20 value "As At Date (yyyymmdd)".
    05  scr-as-at line 08 col 48 pic 9(8) using sel-as-at-date auto.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "invoices read".
    05  line 12 col 60  pic z(6)9 using ctr-invoice-reads.
    05  line 13 col 20  value "invoices owing".
    05  line 13 col 60  pic zzzz9 using grand-count.
    05  line 21 col 20	value "program r158 ending".

procedure division.
declaratives.

err-invoice-file section.
    use after standard error procedure on ap-invoice.
err-ap-invoice.
    move status-cobol-ap-invoice	to common-status-file.
    display "error in accessing ap invoice file - status "
	    common-status-file.
    stop "error in accessing ap invoice file".

err-vendor-file section.
    use after standard error procedure on ap-vendor-mstr.
err-ap-vendor-mstr.
    move status-cobol-ap-vendor-mstr	to common-status-file.
    display "error in accessing ap vendor master - status "
	    common-status-file.
    stop "error in accessing ap vendor master".

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
    perform ab0-processing		thru ab0-99-exit
	until eof-ap-invoice = "Y".
    perform ba0-vendor-total		thru ba0-99-exit.
    perform ca0-print-totals		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open input ap-invoice.
    open input ap-vendor-mstr.
    open input iconst-mstr.

    move sys-date-long			to	sel-as-at-date.

    display scr-title.

aa0-10-clinic.

    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.
    read iconst-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-clinic.

    move iconst-clinic-name		to	ws-clinic-name.
    display scr-title.
    accept scr-as-at.

    move sel-as-at-date			to	ws-work-date-r.
    compute ws-as-at-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.

    move sel-clinic-nbr			to	h1-clinic-nbr.
    move ws-clinic-name			to	h1-clinic-name.
    move sel-as-at-date			to	h1-as-at.

    open output payables-rpt-file.

    move h2-payables-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    move low-values			to	apinv-key.
    move sel-clinic-nbr			to	apinv-clinic-nbr-1-2.

    start ap-invoice key is greater than or equal to apinv-key
	invalid key
	    move "Y"			to	eof-ap-invoice.

    move "r158"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read ap-invoice next
	at end
	    move "Y"			to	eof-ap-invoice
	    go to ab0-99-exit.

    if apinv-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move "Y"			to	eof-ap-invoice
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-invoice-reads.

*	(owing at the as-at date - keyed by then, and not paid or
*	 voided until after it)
    if apinv-entry-date > sel-as-at-date
    then
	go to ab0-99-exit.
*   endif

    if   apinv-paid
     and apinv-paid-date not > sel-as-at-date
    then
	go to ab0-99-exit.
*   endif

    if   apinv-voided
     and apinv-void-date not > sel-as-at-date
    then
	go to ab0-99-exit.
*   endif

    if   ws-vend-open = "Y"
     and apinv-vend-nbr not = hold-vend-nbr
    then
	perform ba0-vendor-total	thru	ba0-99-exit.
*   endif

    if ws-vend-open not = "Y"
    then
	move apinv-vend-nbr		to	hold-vend-nbr
	move zero			to	vend-tot-count
					vend-tot-age (1)
					vend-tot-age (2)
					vend-tot-age (3)
					vend-tot-age (4)
					vend-tot-age (5)
					vend-tot-total
	move "Y"			to	ws-vend-open.
*   endif

    move apinv-due-date			to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-as-at-days
					giving	ws-days-past-due.

    if ws-days-past-due > 90
    then
	move 5				to	ss-age
    else
	if ws-days-past-due > 60
	then
	    move 4			to	ss-age
	else
	    if ws-days-past-due > 30
	    then
		move 3			to	ss-age
	    else
		if ws-days-past-due > zero
		then
		    move 2		to	ss-age
		else
		    move 1		to	ss-age.
*		endif
*	    endif
*	endif
*   endif

    move spaces				to	l1-invoice-line.
    move apinv-vend-nbr			to	l1-vend-nbr.
    move apinv-invoice-nbr		to	l1-invoice-nbr.
    move apinv-invoice-date		to	l1-invoice-date.
    move apinv-due-date			to	l1-due-date.
    move ws-days-past-due		to	l1-days.
    if apinv-held
    then
	move "HELD"			to	l1-held
	add 1				to	grand-held.
*   endif
    move apinv-amount			to	l1-age (ss-age).
    move l1-invoice-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	vend-tot-count
						grand-count.
    add apinv-amount			to	vend-tot-age (ss-age)
						vend-tot-total
						grand-age (ss-age)
						grand-total.

ab0-99-exit.
    exit.
ba0-vendor-total.

    if ws-vend-open not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move hold-vend-nbr			to	vend-nbr.
    read ap-vendor-mstr
	invalid key
	    move "** VENDOR NOT ON FILE **"
					to	vend-name.

    move hold-vend-nbr			to	l2-vend-nbr.
    move vend-name			to	l2-vend-name.
    move vend-tot-count			to	l2-count.
    move vend-tot-total			to	l2-total.
    move vend-tot-age (1)		to	l2-age (1).
    move vend-tot-age (2)		to	l2-age (2).
    move vend-tot-age (3)		to	l2-age (3).
    move vend-tot-age (4)		to	l2-age (4).
    move vend-tot-age (5)		to	l2-age (5).
    move l2-vendor-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    add 1				to	grand-vendors.
    move "N"				to	ws-vend-open.

ba0-99-exit.
    exit.
ca0-print-totals.

    move spaces				to	l2-vend-nbr.
    move "CLINIC TOTAL"			to	l2-vend-name.
    move grand-count			to	l2-count.
    move grand-total			to	l2-total.
    move grand-age (1)			to	l2-age (1).
    move grand-age (2)			to	l2-age (2).
    move grand-age (3)			to	l2-age (3).
    move grand-age (4)			to	l2-age (4).
    move grand-age (5)			to	l2-age (5).
    move l2-vendor-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "VENDORS OWED"			to	t1-desc.
    move grand-vendors			to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "INVOICES ON HOLD"		to	t1-desc.
    move grand-held			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "PAST DUE (1 DAY AND OVER)"	to	t1-desc.
    add grand-age (2) grand-age (3) grand-age (4) grand-age (5)
					giving	t1-amount.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
az0-end-of-job.

    move "r158"				to	elp-pgm.
    move "END"				to	elp-type.
    move grand-count			to	elp-count.
    move "AP INVOICES OWING"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close ap-invoice.
    close ap-vendor-mstr.
    close iconst-mstr.
    close payables-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write payables-rpt-record		from	h1-payables-head after advancing page.
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

    write payables-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
