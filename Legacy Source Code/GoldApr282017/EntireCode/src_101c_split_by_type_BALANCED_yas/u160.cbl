identification division.
program-id. u160.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f158 - accounts payable invoice file
*			: f157 - accounts payable vendor master
*			: f061 - issued cheque register
*			: f080 - bank master
*			: f099 - clinic overhead expense master
*			: f090 - constants master
*			: f064 - central event log (via eventlog)
*			: rc160 - vendor cheques (printer)
*			: ru160 - payment run register (printer)
*
*   program purpose : accounts payable payment run.  pays every open
*			invoice of the clinic due on or before the
*			cut-off date - one cheque per vendor (a new
*			cheque after every 15 invoices, the most a
*			stub holds), drawn on the bank keyed and
*			numbered from the first cheque on the stock
*			loaded in the printer, as r123a does.
*			  - each cheque is filed on the f061 issued
*			    cheque register, source "A", so u068
*			    sends it on the positive-pay file and
*			    u126 clears it off the bank statement.
*			  - each invoice paid is marked with its
*			    cheque and added to the clinic's f099
*			    overhead pool for the month of the
*			    cheque date (the next month still open
*			    when u123 has already allocated it) -
*			    the expenses are no longer keyed a
*			    second time through m099.
*			held invoices are left for a later run.
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
    copy "f061_issued_chq_reg.slr".
*
    copy "f080_bank_mstr.slr".
*
    copy "f099_overhead_exp.slr".
*
    copy "f090_constants_mstr.slr".
*
    select cheque-file
	assign to printer cheque-file-name
	file status is status-cheque-file.
*
    select register-rpt-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f158_ap_invoice.fd".
*
    copy "f157_ap_vendor_mstr.fd".
*
    copy "f061_issued_chq_reg.fd".
*
    copy "f080_bank_mstr.fd".
*
    copy "f099_overhead_exp.fd".
*
    copy "f090_constants_mstr.fd".
*
fd  cheque-file
    record contains 132 characters.

01  cheque-record			pic x(132).

fd  register-rpt-file
    record contains 132 characters.

01  register-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru160".
77  cheque-file-name			pic x(5)
		value "rc160".
77  status-register-rpt			pic xx	value zero.
77  status-cheque-file			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ap-invoice		pic xx	value zero.
77  status-cobol-ap-vendor-mstr		pic xx	value zero.
77  status-cobol-issued-chq-reg		pic xx	value zero.
77  status-cobol-bank-mstr		pic xx	value zero.
77  status-cobol-overhead-exp		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.

77  eof-ap-invoice			pic x	value "N".
77  ws-continue				pic x	value spaces.
77  ws-cheque-open			pic x	value "N".
77  ws-month-found			pic x	value "N".

77  sel-clinic-nbr			pic 99		value zero.
77  sel-cut-off-date			pic 9(8)	value zero.
77  sel-chq-date			pic 9(8)	value zero.
77  sel-bank-nbr			pic 9(4)	value zero.
77  sel-branch-nbr			pic 9(5)	value zero.
77  ws-next-chq-nbr			pic 9(8)	value zero.

77  ws-clinic-name			pic x(20)	value spaces.
77  ws-bank-name			pic x(30)	value spaces.
77  hold-vend-nbr			pic 9(5)	value zero.
77  ws-cur-chq-nbr			pic 9(8)	value zero.
77  ws-chq-total			pic s9(7)v99	value zero.
77  ws-high-seq				pic 9(3)	value zero.
77  ws-face-skip				pic 99		value zero.

01  ws-ovx-month.
    05  ws-ovx-yy			pic 9(4).
    05  ws-ovx-mm			pic 99.
01  ws-ovx-month-r redefines ws-ovx-month	pic 9(6).

01  ws-chq-date-w.
    05  ws-chq-yy			pic 9(4).
    05  ws-chq-mm			pic 99.
    05  ws-chq-dd			pic 99.
01  ws-chq-date-r redefines ws-chq-date-w	pic 9(8).

*   the invoices the cheque being built pays - printed on its stub

01  stub-table.
    05  stub-entry			occurs 15 times.
	10  stub-invoice-nbr		pic x(15).
	10  stub-invoice-date		pic 9(8).
	10  stub-desc			pic x(30).
	10  stub-amount			pic s9(7)v99.
77  stub-used				pic 99		comp	value zero.
77  ss-stub				pic 99		comp	value zero.

01  counters.
    05  ctr-invoice-reads		pic 9(7)	value zero.
    05  ctr-invoices-paid		pic 9(7)	value zero.
    05  ctr-cheques			pic 9(5)	value zero.
    05  ctr-held			pic 9(5)	value zero.
    05  ctr-ovx-filed			pic 9(5)	value zero.
    05  ctr-ovx-rolled			pic 9(5)	value zero.
    05  ctr-vendor-missing		pic 9(5)	value zero.

01  grand-totals.
    05  grand-paid			pic s9(9)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-register-head.
    05  filler				pic x(6)	value "u160".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(30)	value
		"AP PAYMENT RUN - CLINIC".
    05  h1-clinic-nbr			pic 99.
    05  filler				pic x		value spaces.
    05  h1-clinic-name			pic x(20).
    05  filler				pic x(11)	value "  DUE BY ".
    05  h1-cut-off			pic 9999/99/99.
    05  filler				pic x(30)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-register-head.
    05  filler				pic x(10)	value "CHEQUE".
    05  filler				pic x(6)	value "VEND".
    05  filler				pic x(31)	value "VENDOR NAME".
    05  filler				pic x(16)	value "INVOICE".
    05  filler				pic x(11)	value "INV DATE".
    05  filler				pic x(11)	value "DUE DATE".
    05  filler				pic x(4)	value "CAT".
    05  filler				pic x(14)	value
		"        AMOUNT".
    05  filler				pic x(16)	value
		"  OVERHEAD MTH".

01  l1-register-line.
    05  l1-chq-nbr			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-vend-nbr			pic 9(5).
    05  filler				pic x		value spaces.
    05  l1-vend-name			pic x(30).
    05  filler				pic x		value spaces.
    05  l1-invoice-nbr			pic x(15).
    05  filler				pic x		value spaces.
    05  l1-invoice-date			pic 9999/99/99.
    05  filler				pic x		value spaces.
    05  l1-due-date			pic 9999/99/99.
    05  filler				pic x		value spaces.
    05  l1-category			pic x.
    05  filler				pic xx		value spaces.
    05  l1-amount			pic z,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-ovx-month			pic 9999/99.
    05  filler				pic x		value "-".
    05  l1-ovx-seq			pic 999.

01  t1-cheque-line.
    05  filler				pic x(18)	value spaces.
    05  filler				pic x(15)	value "CHEQUE TOTAL".
    05  t1-chq-nbr			pic 9(8).
    05  filler				pic x(48)	value spaces.
    05  t1-chq-total			pic z,zzz,zz9.99-.

01  t2-grand-line.
    05  t2-desc				pic x(50).
    05  t2-count			pic zzzzzz9.
    05  filler				pic x(32)	value spaces.
    05  t2-amount			pic zzz,zzz,zz9.99-.

*   vendor cheque - stub above, cheque face below

01  c1-stub-head.
    05  filler				pic x(10)	value spaces.
    05  c1-clinic-name			pic x(20).
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(8)	value "VENDOR ".
    05  c1-vend-nbr			pic 9(5).
    05  filler				pic x		value spaces.
    05  c1-vend-name			pic x(30).
    05  filler				pic x(9)	value "  CHEQUE ".
    05  c1-chq-nbr			pic 9(8).

01  c2-stub-line.
    05  filler				pic x(10)	value spaces.
    05  c2-invoice-nbr			pic x(15).
    05  filler				pic xx		value spaces.
    05  c2-invoice-date			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  c2-desc				pic x(30).
    05  filler				pic xx		value spaces.
    05  c2-amount			pic z,zzz,zz9.99-.

01  c3-cheque-date-line.
    05  filler				pic x(70)	value spaces.
    05  filler				pic x(6)	value "DATE ".
    05  c3-chq-date			pic 9999/99/99.
    05  filler				pic x(4)	value spaces.
    05  c3-chq-nbr			pic 9(8).

01  c4-cheque-amt-line.
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(14)	value "PAY TO THE".
    05  c4-vend-name			pic x(30).
    05  filler				pic x(16)	value spaces.
    05  c4-amount			pic $$$,$$$,$$9.99.

01  c5-cheque-addr-line.
    05  filler				pic x(24)	value spaces.
    05  c5-addr				pic x(30).

01  c6-cheque-bank-line.
    05  filler				pic x(10)	value spaces.
    05  c6-bank-name			pic x(30).

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"clinic is not on the constants master".
	10  filler			pic x(60)   value
		"bank/branch is not on the bank master".
	10  filler			pic x(60)   value
		"first cheque number is already on the issued register".
	10  filler			pic x(60)   value
		"cheque number must be entered".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 4 times.

01  err-msg-comment			pic x(60).

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u160".
    05  line 01 col 15 value "Accounts Payable Payment Run".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.
    05  line 03 col 01 value "For Clinic Number".
    05  scr-clinic-nbr line 03 col 25 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 30 pic x(20) from ws-clinic-name.
    05  line 06 col 20 value "Pay Invoices Due By (yyyymmdd)".
    05  scr-cut-off line 06 col 55 pic 9(8) using sel-cut-off-date auto.
    05  line 08 col 20 value "Cheque Date (yyyymmdd)".
    05  scr-chq-date line 08 col 55 pic 9(8) using sel-chq-date auto.
    05  line 10 col 20 value "Drawn On Bank / Branch".
    05  scr-bank-nbr line 10 col 55 pic 9(4) using sel-bank-nbr auto required.
    05  scr-branch-nbr line 10 col 60 pic 9(5) using sel-branch-nbr auto required.
    05  line 11 col 55 pic x(30) from ws-bank-name.
    05  line 13 col 20 value "First Cheque Number On The Stock".
    05  scr-first-chq line 13 col 55 pic 9(8) using ws-next-chq-nbr auto required.

01  scr-confirm.
    05  line 16 col 20 value "OK TO PRINT THE CHEQUES (Y/N)".
    05  scr-confirm-reply line 16 col 55 pic x using ws-continue auto required.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 11 col 20  value "invoices read".
    05  line 11 col 60  pic z(6)9 using ctr-invoice-reads.
    05  line 12 col 20  value "invoices paid".
    05  line 12 col 60  pic z(6)9 using ctr-invoices-paid.
    05  line 13 col 20  value "cheques printed".
    05  line 13 col 60  pic zzzz9 using ctr-cheques.
    05  line 14 col 20  value "held invoices left unpaid".
    05  line 14 col 60  pic zzzz9 using ctr-held.
    05  line 15 col 20  value "overhead items filed".
    05  line 15 col 60  pic zzzz9 using ctr-ovx-filed.
    05  line 16 col 20  value "next cheque number".
    05  line 16 col 57  pic 9(8) using ws-next-chq-nbr.
    05  line 21 col 20	value "program u160 ending".

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

err-chq-file section.
    use after standard error procedure on issued-chq-reg.
err-issued-chq-reg.
    move status-cobol-issued-chq-reg	to common-status-file.
    display "error in accessing issued cheque register - status "
	    common-status-file.
    stop "error in accessing issued cheque register".

err-bank-file section.
    use after standard error procedure on bank-mstr.
err-bank-mstr.
    move status-cobol-bank-mstr		to common-status-file.
    display "error in accessing bank master - status "
	    common-status-file.
    stop "error in accessing bank master".

err-exp-file section.
    use after standard error procedure on overhead-exp.
err-overhead-exp.
    move status-cobol-overhead-exp	to common-status-file.
    display "error in accessing overhead expense master - status "
	    common-status-file.
    stop "error in accessing overhead expense master".

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
    perform da0-finish-cheque		thru da0-99-exit.
    perform ca0-print-totals		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o ap-invoice.
    open i-o ap-vendor-mstr.
    open i-o issued-chq-reg.
    open input bank-mstr.
    open i-o overhead-exp.
    open input iconst-mstr.

    move sys-date-long			to	sel-cut-off-date
						sel-chq-date.

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

    accept scr-cut-off.
    accept scr-chq-date.

aa0-20-bank.

    accept scr-bank-nbr.
    accept scr-branch-nbr.

    move sel-bank-nbr			to	bank-nbr.
    move sel-branch-nbr			to	branch-nbr.
    read bank-mstr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-20-bank.

    move bank-name			to	ws-bank-name.
    display scr-title.

aa0-30-first-cheque.

*	(first cheque number on the stock loaded in the printer,
*	 so the register matches the paper)
    accept scr-first-chq.

    if ws-next-chq-nbr = zero
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-30-first-cheque.
*   endif

    move sel-bank-nbr			to	ichq-bank-nbr.
    move sel-branch-nbr			to	ichq-branch-nbr.
    move ws-next-chq-nbr		to	ichq-chq-nbr.
    read issued-chq-reg
	invalid key
	    go to aa0-40-confirm.

    move 3				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to aa0-30-first-cheque.

aa0-40-confirm.

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	move "Y"			to	eof-ap-invoice
	go to aa0-99-exit.
*   endif

    open output cheque-file.
    open output register-rpt-file.

    move sel-clinic-nbr			to	h1-clinic-nbr.
    move ws-clinic-name			to	h1-clinic-name.
    move sel-cut-off-date		to	h1-cut-off.
    move sel-chq-date			to	ws-chq-date-r.

    move h2-register-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    move low-values			to	apinv-key.
    move sel-clinic-nbr			to	apinv-clinic-nbr-1-2.

    start ap-invoice key is greater than or equal to apinv-key
	invalid key
	    move "Y"			to	eof-ap-invoice.

    move "u160"				to	elp-pgm.
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

    if apinv-held
    then
	add 1				to	ctr-held
	go to ab0-99-exit.
*   endif

    if   not apinv-open
      or apinv-due-date > sel-cut-off-date
    then
	go to ab0-99-exit.
*   endif

*	(a new vendor, or a full stub, closes the cheque being built)
    if   ws-cheque-open = "Y"
     and (   apinv-vend-nbr not = hold-vend-nbr
	  or stub-used not < 15)
    then
	perform da0-finish-cheque	thru	da0-99-exit.
*   endif

    if ws-cheque-open not = "Y"
    then
	perform db0-start-cheque	thru	db0-99-exit.
*   endif

    add 1				to	stub-used.
    move stub-used			to	ss-stub.
    move apinv-invoice-nbr		to	stub-invoice-nbr (ss-stub).
    move apinv-invoice-date		to	stub-invoice-date (ss-stub).
    move apinv-desc			to	stub-desc (ss-stub).
    move apinv-amount			to	stub-amount (ss-stub).
    add apinv-amount			to	ws-chq-total.

    perform ea0-file-overhead		thru	ea0-99-exit.

    move "P"				to	apinv-status.
    move sel-chq-date			to	apinv-paid-date.
    move sel-bank-nbr			to	apinv-chq-bank-nbr.
    move sel-branch-nbr			to	apinv-chq-branch-nbr.
    move ws-cur-chq-nbr			to	apinv-chq-nbr.

    rewrite ap-invoice-rec.

    add 1				to	ctr-invoices-paid.
    add apinv-amount			to	grand-paid.

    move ws-cur-chq-nbr			to	l1-chq-nbr.
    move apinv-vend-nbr			to	l1-vend-nbr.
    move vend-name			to	l1-vend-name.
    move apinv-invoice-nbr		to	l1-invoice-nbr.
    move apinv-invoice-date		to	l1-invoice-date.
    move apinv-due-date			to	l1-due-date.
    move apinv-category			to	l1-category.
    move apinv-amount			to	l1-amount.
    move apinv-ovx-year-month		to	l1-ovx-month.
    move apinv-ovx-item-seq		to	l1-ovx-seq.
    move l1-register-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ab0-99-exit.
    exit.
ca0-print-totals.

    if page-nbr = zero
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	t2-grand-line.
    move "CHEQUES PRINTED"		to	t2-desc.
    move ctr-cheques			to	t2-count.
    move grand-paid			to	t2-amount.
    move t2-grand-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t2-grand-line.
    move "INVOICES PAID"		to	t2-desc.
    move ctr-invoices-paid		to	t2-count.
    move t2-grand-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t2-grand-line.
    move "HELD INVOICES LEFT UNPAID"	to	t2-desc.
    move ctr-held			to	t2-count.
    move t2-grand-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t2-grand-line.
    move "OVERHEAD ITEMS FILED (F099)"	to	t2-desc.
    move ctr-ovx-filed			to	t2-count.
    move t2-grand-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-ovx-rolled not = zero
    then
	move spaces			to	t2-grand-line
	move "FILED TO A LATER MONTH - CHEQUE MONTH ALLOCATED"
					to	t2-desc
	move ctr-ovx-rolled		to	t2-count
	move t2-grand-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-vendor-missing not = zero
    then
	move spaces			to	t2-grand-line
	move "INVOICES FOR VENDORS NOT ON FILE (PAID TO NUMBER)"
					to	t2-desc
	move ctr-vendor-missing		to	t2-count
	move t2-grand-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ca0-99-exit.
    exit.
da0-finish-cheque.

*	(print the cheque built so far and file it on the issued
*	 register - the positive-pay and bank statement runs work
*	 off that register)

    if ws-cheque-open not = "Y"
    then
	go to da0-99-exit.
*   endif

    move ws-clinic-name			to	c1-clinic-name.
    move hold-vend-nbr			to	c1-vend-nbr.
    move vend-name			to	c1-vend-name.
    move ws-cur-chq-nbr			to	c1-chq-nbr.
    write cheque-record			from	c1-stub-head after advancing page.

    move 1				to	ss-stub.
    perform dc0-stub-line		thru	dc0-99-exit
	until ss-stub > stub-used.

*	(the cheque face sits at the same depth whatever the stub
*	 held)
    compute ws-face-skip = 18 - stub-used.
    move sel-chq-date			to	c3-chq-date.
    move ws-cur-chq-nbr			to	c3-chq-nbr.
    write cheque-record			from	c3-cheque-date-line
					after advancing ws-face-skip lines.

    move vend-name			to	c4-vend-name.
    move ws-chq-total			to	c4-amount.
    write cheque-record			from	c4-cheque-amt-line after advancing 3 lines.

    move vend-addr1			to	c5-addr.
    write cheque-record			from	c5-cheque-addr-line after advancing 2 lines.
    move vend-addr2			to	c5-addr.
    write cheque-record			from	c5-cheque-addr-line after advancing 1 line.
    move spaces				to	c5-addr.
    string vend-city-prov		delimited by "  "
	   "  "				delimited by size
	   vend-postal-cd		delimited by size
				into	c5-addr.
    write cheque-record			from	c5-cheque-addr-line after advancing 1 line.

    move ws-bank-name			to	c6-bank-name.
    write cheque-record			from	c6-cheque-bank-line after advancing 3 lines.

    move sel-bank-nbr			to	ichq-bank-nbr.
    move sel-branch-nbr			to	ichq-branch-nbr.
    move ws-cur-chq-nbr			to	ichq-chq-nbr.
    move "O"				to	ichq-status.
    move sel-chq-date			to	ichq-chq-date.
    move vend-name			to	ichq-payee.
    move ws-chq-total			to	ichq-amount.
    move "A"				to	ichq-source.
    move zero				to	ichq-cleared-date
						ichq-reissue-chq-nbr.
    write issued-chq-rec
	invalid key
	    rewrite issued-chq-rec.

    if vend-nbr = hold-vend-nbr
    then
	add ws-chq-total		to	vend-ytd-paid
	move sel-chq-date		to	vend-last-chq-date
	rewrite ap-vendor-mstr-rec.
*   endif

    move ws-cur-chq-nbr			to	t1-chq-nbr.
    move ws-chq-total			to	t1-chq-total.
    move t1-cheque-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    add 1				to	ctr-cheques.
    move "N"				to	ws-cheque-open.

da0-99-exit.
    exit.
db0-start-cheque.

    move apinv-vend-nbr			to	hold-vend-nbr
						vend-nbr.

    read ap-vendor-mstr
	invalid key
	    move spaces			to	ap-vendor-mstr-rec
	    move zero			to	vend-nbr
	    move "** VENDOR NOT ON FILE **"
					to	vend-name
	    add 1			to	ctr-vendor-missing.

    move ws-next-chq-nbr		to	ws-cur-chq-nbr.
    add 1				to	ws-next-chq-nbr.
    move zero				to	stub-used
						ws-chq-total.
    move "Y"				to	ws-cheque-open.

db0-99-exit.
    exit.
dc0-stub-line.

    move stub-invoice-nbr (ss-stub)	to	c2-invoice-nbr.
    move stub-invoice-date (ss-stub)	to	c2-invoice-date.
    move stub-desc (ss-stub)		to	c2-desc.
    move stub-amount (ss-stub)		to	c2-amount.
    write cheque-record			from	c2-stub-line after advancing 1 line.

    add 1				to	ss-stub.

dc0-99-exit.
    exit.
ea0-file-overhead.

*	(the paid invoice joins the clinic's overhead pool for the
*	 cheque month - or the next month u123 has not yet
*	 allocated, or that still has an item seq free)

    move ws-chq-yy			to	ws-ovx-yy.
    move ws-chq-mm			to	ws-ovx-mm.

ea0-10-try-month.

    perform eb0-check-month		thru	eb0-99-exit.

    if ws-month-found not = "Y"
    then
	add 1				to	ws-ovx-mm
	if ws-ovx-mm > 12
	then
	    move 1			to	ws-ovx-mm
	    add 1			to	ws-ovx-yy
	    go to ea0-10-try-month
	else
	    go to ea0-10-try-month.
*	endif
*   endif

    if   ws-ovx-yy not = ws-chq-yy
      or ws-ovx-mm not = ws-chq-mm
    then
	add 1				to	ctr-ovx-rolled.
*   endif

    move sel-clinic-nbr			to	ovx-clinic-nbr.
    move ws-ovx-month-r			to	ovx-year-month.
    add 1 ws-high-seq			giving	ovx-item-seq.
    move apinv-amount			to	ovx-amount.
    move spaces				to	ovx-desc.
    string vend-name (1:14)		delimited by size
	   " "				delimited by size
	   apinv-invoice-nbr		delimited by size
				into	ovx-desc.

    write overhead-exp-rec
	invalid key
	    rewrite overhead-exp-rec.

    move ws-ovx-month-r			to	apinv-ovx-year-month.
    move ovx-item-seq			to	apinv-ovx-item-seq.
    add 1				to	ctr-ovx-filed.

ea0-99-exit.
    exit.
eb0-check-month.

*	(a month is open when it carries no "ALLOCATED" stamp at
*	 item seq 000 and still has an item seq free - the highest
*	 seq in use is left in ws-high-seq)

    move "N"				to	ws-month-found.
    move zero				to	ws-high-seq.

    move sel-clinic-nbr			to	ovx-clinic-nbr.
    move ws-ovx-month-r			to	ovx-year-month.
    move zero				to	ovx-item-seq.

    start overhead-exp key is greater than or equal to ovx-key
	invalid key
	    move "Y"			to	ws-month-found
	    go to eb0-99-exit.

eb0-10-read.

    read overhead-exp next
	at end
	    go to eb0-50-verdict.

    if   ovx-clinic-nbr not = sel-clinic-nbr
      or ovx-year-month not = ws-ovx-month-r
    then
	go to eb0-50-verdict.
*   endif

    if   ovx-item-seq = zero
     and ovx-desc (1:9) = "ALLOCATED"
    then
	go to eb0-99-exit.
*   endif

    move ovx-item-seq			to	ws-high-seq.
    go to eb0-10-read.

eb0-50-verdict.

    if ws-high-seq < 999
    then
	move "Y"			to	ws-month-found.
*   endif

eb0-99-exit.
    exit.
az0-end-of-job.

    move "u160"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-cheques			to	elp-count.
    move "AP CHEQUES PRINTED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close ap-invoice.
    close ap-vendor-mstr.
    close issued-chq-reg.
    close bank-mstr.
    close overhead-exp.
    close iconst-mstr.

    if   ws-continue = "Y"
      or ws-continue = "y"
    then
	close cheque-file
	close register-rpt-file.
*   endif

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write register-rpt-record		from	h1-register-head after advancing page.
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

    write register-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
