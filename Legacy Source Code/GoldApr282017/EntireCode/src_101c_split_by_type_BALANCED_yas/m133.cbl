identification division.
program-id. m133.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f157 - accounts payable vendor master
*			: f158 - accounts payable invoice file
*			: f055 - general ledger account map
*			: f090 - constants master
*
*   program purpose : accounts payable maintenance.  option V keys
*			the vendor - name, remittance address,
*			payment terms and default expense category
*			(a vendor number of zero takes the next
*			free number).  option I keys a vendor
*			invoice against a clinic - invoice and due
*			dates (the due date defaults to the invoice
*			date plus the vendor's terms), the expense
*			category and the amount - or holds,
*			releases or voids one not yet paid.  the
*			categories are the f055 account map rows
*			under agent 0, transaction type "A".  the
*			u160 payment run pays the open invoices.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f157_ap_vendor_mstr.slr".
*
    copy "f158_ap_invoice.slr".
*
    copy "f055_gl_account_map.slr".
*
    copy "f090_constants_mstr.slr".
*
data division.
file section.
*
    copy "f157_ap_vendor_mstr.fd".
*
    copy "f158_ap_invoice.fd".
*
    copy "f055_gl_account_map.fd".
*
    copy "f090_constants_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ap-vendor-mstr		pic xx	value zero.
77  status-cobol-ap-invoice		pic xx	value zero.
77  status-cobol-gl-account-map		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  ws-option				pic x	value spaces.
    88  option-vendor				value "V".
    88  option-invoice				value "I".
    88  option-end				value "*".

77  ws-vend-nbr				pic 9(5)	value zero.
77  ws-high-vend-nbr			pic 9(5)	value zero.
77  ws-new-record			pic x	value "N".
77  ws-category-desc			pic x(30)	value spaces.
77  ws-clinic-name			pic x(20)	value spaces.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-leap-rem				pic 9(4)	value zero.
77  ws-month-days			pic 99		value zero.

01  ws-inv-key.
    05  ws-inv-clinic			pic 99		value zero.
    05  ws-inv-vend			pic 9(5)	value zero.
    05  ws-inv-nbr			pic x(15)	value spaces.

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

01  counters.
    05  ctr-vend-filed			pic 9(5)	value zero.
    05  ctr-inv-filed			pic 9(5)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"option must be v, i or *".
	10  filler			pic x(60)   value
		"vendor name must be entered".
	10  filler			pic x(60)   value
		"category is not on the gl account map (agent 0, type a)".
	10  filler			pic x(60)   value
		"vendor status must be a or i".
	10  filler			pic x(60)   value
		"clinic is not on the constants master".
	10  filler			pic x(60)   value
		"vendor is not on file".
	10  filler			pic x(60)   value
		"vendor is inactive - no new invoices".
	10  filler			pic x(60)   value
		"invoice is paid or voided - it cannot be changed".
	10  filler			pic x(60)   value
		"invalid date".
	10  filler			pic x(60)   value
		"due date is before the invoice date".
	10  filler			pic x(60)   value
		"amount must be greater than zero".
	10  filler			pic x(60)   value
		"status must be o (open), h (held) or v (void)".
	10  filler			pic x(60)   value
		"vendor file is full - no vendor number left".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 13 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m133".
    05  line 01 col 15 value "Accounts Payable Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (V=vendor I=invoice *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-vend-key.
    05  line 05 col 01 value "VENDOR NUMBER (0=next free)".
    05  scr-vend-nbr line 05 col 40 pic 9(5) using ws-vend-nbr auto required.

01  scr-vend-dtl.
    05  line 06 col 01 value "VENDOR NUMBER".
    05  line 06 col 40 pic 9(5) from vend-nbr.
    05  line 07 col 01 value "NAME".
    05  scr-vend-name line 07 col 40 pic x(30) using vend-name auto.
    05  line 08 col 01 value "ADDRESS".
    05  scr-vend-addr1 line 08 col 40 pic x(30) using vend-addr1 auto.
    05  scr-vend-addr2 line 09 col 40 pic x(30) using vend-addr2 auto.
    05  line 10 col 01 value "CITY/PROVINCE".
    05  scr-vend-city line 10 col 40 pic x(30) using vend-city-prov auto.
    05  line 11 col 01 value "POSTAL CODE".
    05  scr-vend-postal line 11 col 40 pic x(6) using vend-postal-cd auto.
    05  line 12 col 01 value "PHONE".
    05  scr-vend-phone line 12 col 40 pic x(10) using vend-phone auto.
    05  line 13 col 01 value "PAYMENT TERMS (days)".
    05  scr-vend-terms line 13 col 40 pic zz9 using vend-terms-days auto.
    05  line 14 col 01 value "DEFAULT EXPENSE CATEGORY".
    05  scr-vend-cat line 14 col 40 pic x using vend-category auto.
    05  line 14 col 45 pic x(30) from ws-category-desc.
    05  line 15 col 01 value "STATUS (A=active I=inactive)".
    05  scr-vend-status line 15 col 40 pic x using vend-status auto.

01  scr-inv-key.
    05  line 05 col 01 value "CLINIC".
    05  scr-inv-clinic line 05 col 40 pic 99 using ws-inv-clinic auto required.
    05  line 05 col 45 pic x(20) from ws-clinic-name.
    05  line 06 col 01 value "VENDOR".
    05  scr-inv-vend line 06 col 40 pic 9(5) using ws-inv-vend auto required.
    05  line 06 col 47 pic x(30) from vend-name.
    05  line 07 col 01 value "INVOICE NUMBER".
    05  scr-inv-nbr line 07 col 40 pic x(15) using ws-inv-nbr auto required.

01  scr-inv-dtl.
    05  line 09 col 01 value "INVOICE DATE (yyyymmdd)".
    05  scr-inv-date line 09 col 40 pic 9(8) using apinv-invoice-date auto.
    05  line 10 col 01 value "DUE DATE (yyyymmdd)".
    05  scr-inv-due line 10 col 40 pic 9(8) using apinv-due-date auto.
    05  line 11 col 01 value "EXPENSE CATEGORY".
    05  scr-inv-cat line 11 col 40 pic x using apinv-category auto.
    05  line 11 col 45 pic x(30) from ws-category-desc.
    05  line 12 col 01 value "DESCRIPTION".
    05  scr-inv-desc line 12 col 40 pic x(30) using apinv-desc auto.
    05  line 13 col 01 value "AMOUNT".
    05  scr-inv-amt line 13 col 40 pic zzzzzz9.99 using apinv-amount auto.
    05  line 14 col 01 value "STATUS (O=open H=held V=void)".
    05  scr-inv-status line 14 col 40 pic x using apinv-status auto.
    05  line 15 col 01 value "PAID / CHEQUE".
    05  line 15 col 40 pic 9(8) from apinv-paid-date.
    05  line 15 col 50 pic 9(8) from apinv-chq-nbr.

01  scr-confirm.
    05  line 18 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 18 col 25 pic x using ws-continue auto required.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "vendors filed".
    05  line 13 col 60  pic zzzz9 using ctr-vend-filed.
    05  line 14 col 20  value "invoices filed".
    05  line 14 col 60  pic zzzz9 using ctr-inv-filed.
    05  line 21 col 20	value "program m133 ending".
procedure division.
declaratives.

err-vendor-file section.
    use after standard error procedure on ap-vendor-mstr.
err-ap-vendor-mstr.
    move status-cobol-ap-vendor-mstr	to common-status-file.
    display "error in accessing ap vendor master - status "
	    common-status-file.
    stop "error in accessing ap vendor master".

err-invoice-file section.
    use after standard error procedure on ap-invoice.
err-ap-invoice.
    move status-cobol-ap-invoice	to common-status-file.
    display "error in accessing ap invoice file - status "
	    common-status-file.
    stop "error in accessing ap invoice file".

err-map-file section.
    use after standard error procedure on gl-account-map.
err-gl-account-map.
    move status-cobol-gl-account-map	to common-status-file.
    display "error in accessing general ledger account map - status "
	    common-status-file.
    stop "error in accessing general ledger account map".

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
	until option-end.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o ap-vendor-mstr.
    open i-o ap-invoice.
    open input gl-account-map.
    open input iconst-mstr.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-option.
    accept scr-option-fld.

    if option-end
    then
	go to ab0-99-exit.
*   endif

    if option-vendor
    then
	perform ba0-vendor		thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    if option-invoice
    then
	perform bb0-invoice		thru	bb0-99-exit
	go to ab0-99-exit.
*   endif

    move 1				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.

ab0-99-exit.
    exit.
ba0-vendor.

    display blank-work-area.
    display scr-vend-key.
    accept scr-vend-nbr.

    if ws-vend-nbr = zero
    then
	perform ca0-next-vend-nbr	thru	ca0-99-exit
	if ws-vend-nbr = zero
	then
	    move 13			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.
*	endif
*   endif

    move ws-vend-nbr			to	vend-nbr.

    read ap-vendor-mstr
	invalid key
	    move spaces			to	ap-vendor-mstr-rec
	    move ws-vend-nbr		to	vend-nbr
	    move zero			to	vend-last-chq-date
						vend-ytd-paid
	    move 30			to	vend-terms-days
	    move "A"			to	vend-status.

    move spaces				to	ws-category-desc.
    display scr-vend-dtl.

ba0-10-name.

    accept scr-vend-name.

    if vend-name = spaces
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-name.
*   endif

    accept scr-vend-addr1.
    accept scr-vend-addr2.
    accept scr-vend-city.
    accept scr-vend-postal.
    accept scr-vend-phone.
    accept scr-vend-terms.

ba0-20-category.

    accept scr-vend-cat.

    move vend-category			to	apinv-category.
    perform cb0-check-category		thru	cb0-99-exit.
    display scr-vend-dtl.

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ba0-20-category.
*   endif

ba0-30-status.

    accept scr-vend-status.

    if   not vend-active
     and not vend-inactive
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-30-status.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    write ap-vendor-mstr-rec
	invalid key
	    rewrite ap-vendor-mstr-rec.

    add 1				to	ctr-vend-filed.

ba0-99-exit.
    exit.
bb0-invoice.

    move 0				to	err-ind.
    display blank-work-area.
    move spaces				to	ws-clinic-name
						vend-name.
    display scr-inv-key.
    accept scr-inv-clinic.

    move ws-inv-clinic			to	iconst-clinic-nbr-1-2.
    read iconst-mstr
	invalid key
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    move iconst-clinic-name		to	ws-clinic-name.
    display scr-inv-key.
    accept scr-inv-vend.

    move ws-inv-vend			to	vend-nbr.
    read ap-vendor-mstr
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    display scr-inv-key.
    accept scr-inv-nbr.

    move ws-inv-clinic			to	apinv-clinic-nbr-1-2.
    move ws-inv-vend			to	apinv-vend-nbr.
    move ws-inv-nbr			to	apinv-invoice-nbr.
    move "N"				to	ws-new-record.

    read ap-invoice
	invalid key
	    move "Y"			to	ws-new-record.

    if ws-new-record = "Y"
    then
	perform bc0-new-invoice		thru	bc0-99-exit
    else
	if   apinv-paid
	  or apinv-voided
	then
	    perform cb0-check-category	thru	cb0-99-exit
	    display scr-inv-dtl
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.
*	endif
*   endif

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    perform cb0-check-category		thru	cb0-99-exit.
    move 0				to	err-ind.
    display scr-inv-dtl.

bb0-10-invoice-date.

    accept scr-inv-date.

    move apinv-invoice-date		to	ws-work-date-r.
    perform cc0-check-date		thru	cc0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to bb0-10-invoice-date.
*   endif

*	(a new invoice's due date follows the invoice date by the
*	 vendor's terms until the operator keys another)
    if   ws-new-record = "Y"
     and apinv-due-date = zero
    then
	move apinv-invoice-date		to	ws-work-date-r
	perform xg0-add-one-day		thru	xg0-99-exit
		vend-terms-days times
	move ws-work-date-r		to	apinv-due-date
	display scr-inv-dtl.
*   endif

bb0-20-due-date.

    accept scr-inv-due.

    move apinv-due-date			to	ws-work-date-r.
    perform cc0-check-date		thru	cc0-99-exit.
    if   err-ind = zero
     and apinv-due-date < apinv-invoice-date
    then
	move 10				to	err-ind.
*   endif

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to bb0-20-due-date.
*   endif

bb0-30-category.

    accept scr-inv-cat.

    perform cb0-check-category		thru	cb0-99-exit.
    display scr-inv-dtl.

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to bb0-30-category.
*   endif

    accept scr-inv-desc.

bb0-40-amount.

    accept scr-inv-amt.

    if apinv-amount not > zero
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-40-amount.
*   endif

bb0-50-status.

    accept scr-inv-status.

    if   not apinv-open
     and not apinv-held
     and not apinv-voided
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-50-status.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    if apinv-voided
    then
	move sys-date-long		to	apinv-void-date.
*   endif

    write ap-invoice-rec
	invalid key
	    rewrite ap-invoice-rec.

    add 1				to	ctr-inv-filed.

bb0-99-exit.
    exit.
bc0-new-invoice.

*	(a new invoice needs an active vendor; it starts open,
*	 dated today, in the vendor's default category)

    if not vend-active
    then
	move 7				to	err-ind
	go to bc0-99-exit.
*   endif

    move spaces				to	ap-invoice-rec.
    move ws-inv-clinic			to	apinv-clinic-nbr-1-2.
    move ws-inv-vend			to	apinv-vend-nbr.
    move ws-inv-nbr			to	apinv-invoice-nbr.
    move sys-date-long			to	apinv-invoice-date
						apinv-entry-date.
    move zero				to	apinv-due-date
						apinv-amount
						apinv-paid-date
						apinv-chq-bank-nbr
						apinv-chq-branch-nbr
						apinv-chq-nbr
						apinv-void-date
						apinv-ovx-year-month
						apinv-ovx-item-seq.
    move vend-category			to	apinv-category.
    move "O"				to	apinv-status.

bc0-99-exit.
    exit.
ca0-next-vend-nbr.

*	(the next free vendor number - one past the highest on file)

    move zero				to	ws-high-vend-nbr
						ws-vend-nbr
						vend-nbr.

    start ap-vendor-mstr key is greater than vend-nbr
	invalid key
	    move 1			to	ws-vend-nbr
	    go to ca0-99-exit.

ca0-10-read.

    read ap-vendor-mstr next
	at end
	    go to ca0-50-next.

    move vend-nbr			to	ws-high-vend-nbr.
    go to ca0-10-read.

ca0-50-next.

    if ws-high-vend-nbr < 99999
    then
	add 1 ws-high-vend-nbr		giving	ws-vend-nbr.
*   endif

ca0-99-exit.
    exit.
cb0-check-category.

*	(an expense category is an f055 row under agent 0,
*	 transaction type "A" - its description is the name)

    move 0				to	err-ind.
    move spaces				to	ws-category-desc.

    move 0				to	glmap-agent-cd.
    move apinv-category			to	glmap-class-code.
    move "A"				to	glmap-tran-type.

    if apinv-category = space
    then
	move 3				to	err-ind
	go to cb0-99-exit.
*   endif

    read gl-account-map
	invalid key
	    move 3			to	err-ind
	    go to cb0-99-exit.

    move glmap-desc			to	ws-category-desc.

cb0-99-exit.
    exit.
cc0-check-date.

    move 0				to	err-ind.

    if   ws-work-yy < 1900
      or ws-work-mm < 1
      or ws-work-mm > 12
      or ws-work-dd < 1
    then
	move 9				to	err-ind
	go to cc0-99-exit.
*   endif

    perform xi0-month-days		thru	xi0-99-exit.
    if ws-work-dd > ws-month-days
    then
	move 9				to	err-ind.
*   endif

cc0-99-exit.
    exit.
az0-end-of-job.

    close ap-vendor-mstr.
    close ap-invoice.
    close gl-account-map.
    close iconst-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
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
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
