*   files		: f061 - issued cheque register
*			: positive pay transmission file (output)
*			: ru068 - positive pay control report (printer)
* 2026/oct/15 - DM
*			: f163 - outbound transmission register (via
*			  outreg)
* 2026/oct/15 - end
*
*   program purpose : positive-pay transmission build.  run at the
*			end of each cheque run:  every issued
*			bank-trailer group per bank, with a control
*			report of items and amounts sent.  the
*			fraud-liability premium goes away.
* 2026/oct/15 - DM - every record written goes through outreg's
*			content hash and the finished file is filed
*			on the f163 outbound register as "PPAY", with
*			the amount of every item sent as its control
*			total, to be marked sent in m137.
* 2026/oct/15 - end
*
*   revision history:
*
    05  ctr-items-sent			pic 9(6)	value zero.
    05  ctr-voids-sent			pic 9(6)	value zero.

* 2026/oct/15 - DM - outbound register control total
01  tot-amount-sent			pic s9(11)v99	comp-3	value zero.

    copy "outreg.ws".
* 2026/oct/15 - end

01  c1-control-line.
    05  filler				pic x(6)	value "BANK  ".
    05  c1-bank-nbr			pic 9(4).
    move ichq-status			to	pp-d-status.

    write pospay-rec		from	pospay-dtl-rec.
* 2026/oct/15 - DM
    perform xr0-hash-pospay-rec		thru	xr0-99-exit.
* 2026/oct/15 - end

    add 1				to	bank-nbr-items
					   ctr-items-sent.
    add ichq-amount			to	bank-tot-amount.
* 2026/oct/15 - DM
    add ichq-amount			to	tot-amount-sent.
* 2026/oct/15 - end

    if ichq-status = "V"
    then
    move sys-date-long			to	pp-h-run-date.

    write pospay-rec		from	pospay-hdr-rec.
* 2026/oct/15 - DM
    perform xr0-hash-pospay-rec		thru	xr0-99-exit.
* 2026/oct/15 - end

    move 0				to	bank-totals.

    move bank-tot-amount		to	pp-t-tot-amount.

    write pospay-rec		from	pospay-trl-rec.
* 2026/oct/15 - DM
    perform xr0-hash-pospay-rec		thru	xr0-99-exit.
* 2026/oct/15 - end

*	(control report line per bank)
    move hold-bank-cd (1:4)		to	c1-bank-nbr.
    close pospay-file.
    close control-file.

* 2026/oct/15 - DM
    perform xr5-register-pospay-file	thru	xr5-99-exit.
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

az0-99-exit.
    exit.
* 2026/oct/15 - DM - outbound transmission register
xr0-hash-pospay-rec.

    move "H"				to	orp-function.
    move pospay-rec			to	orp-record.
    move 80				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

xr0-99-exit.
    exit.
xr5-register-pospay-file.

    move "P"				to	orp-function.
    move "PPAY"				to	orp-file-type.
    move "u068"				to	orp-pgm.
    move "$pb_data/u068_positive_pay"	to	orp-file-name.
    move tot-amount-sent		to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "u068 - FILE NOT FILED ON THE OUTBOUND REGISTER".
*   endif

    if orp-dup-xmit = "Y"
    then
	display "u068 - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   endif

xr5-99-exit.
    exit.
* 2026/oct/15 - end

    copy "y2k_default_sysdate_century.rtn".
