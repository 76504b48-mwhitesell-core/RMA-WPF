*			: f051 - doctor cash master
*			: f055 - general ledger account map
*			: f056 - general ledger journal (output)
* 2026/oct/15 - DM
*			: f122 - bad-debt recovery register
*			: f127 - card settlement register
*			: f158 - accounts payable invoice file
* 2026/oct/15 - end
*			: f064 - central event log (via eventlog)
* 2026/oct/15 - DM
*			: f163 - outbound transmission register (via
*			  outreg)
* 2026/oct/15 - end
*			: ru101 - gl journal control report (printer)
*
*   program purpose : general ledger journal extract - the u100
*			BALANCED or OUT OF BALANCE at the foot -
*			hand the accounting package nothing until
*			it says BALANCED.
* 2026/oct/15 - DM - a fifth section books the m116 recoveries
*			on written-off claims (f122) to bad-debt
*			recovery, type "V"; the "WOFF" lines that
*			reinstate the write-off are that same money
*			and are left out of the write-off section.
*			a sixth books the card processor's fees on
*			the u149 settlements (f127) to card
*			processing expense, type "K".
*			a seventh books the payables invoices
*			keyed through m133 (f158) by entry date to
*			expense by category, type "A" (a void in
*			a later period reverses it), and an eighth
*			the u160 cheques that paid them, type "P".
* 2026/oct/15 - end
* 2026/oct/15 - DM - every journal line goes through outreg's
*			content hash and the finished journal is
*			filed on the f163 outbound register as
*			"GLJ", with the journal debits as its control
*			total, to be marked sent in m137 when it is
*			handed to the accounting package.
* 2026/oct/15 - end
*
*   revision history:
*
*
    copy "f056_gl_journal.slr".
*
* 2026/oct/15 - DM
    copy "f122_bad_debt_recovery.slr".
*
    copy "f127_card_settlement.slr".
*
    copy "f158_ap_invoice.slr".
*
* 2026/oct/15 - end
    select control-file
	assign to printer print-file-name
	file status is status-control-rpt.
*
    copy "f056_gl_journal.fd".
*
* 2026/oct/15 - DM
    copy "f122_bad_debt_recovery.fd".
*
    copy "f127_card_settlement.fd".
*
    copy "f158_ap_invoice.fd".
*
* 2026/oct/15 - end
fd  control-file
    record contains 132 characters.

77  status-cobol-docash-mstr		pic xx	value zero.
77  status-cobol-gl-account-map		pic xx	value zero.
77  status-cobol-gl-journal		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-bad-debt-rcv		pic xx	value zero.
77  status-cobol-card-settlement	pic xx	value zero.
77  status-cobol-ap-invoice		pic xx	value zero.
* 2026/oct/15 - end

77  eof-claims-mstr			pic x	value "N".
77  eof-refund-reg			pic x	value "N".
77  eof-docrev-mstr			pic x	value "N".
77  eof-docash-mstr			pic x	value "N".
* 2026/oct/15 - DM
77  eof-bad-debt-rcv			pic x	value "N".
77  eof-card-settlement			pic x	value "N".
77  eof-ap-invoice			pic x	value "N".
* 2026/oct/15 - end

77  sel-clinic-nbr			pic 99	value zero.
01  sel-period-from			pic 9(8)	value zero.
    05  ws-tran-amt			pic s9(9)v99	comp-3.
    05  ws-tran-desc			pic x(30).

* 2026/oct/15 - DM - fifth section, bad-debt recoveries; sixth,
*		card processing fees; seventh and eighth, payables
*		invoiced and paid
01  section-totals.
    05  tot-posted-amt			pic s9(11)v99	comp-3
			occurs 8 times.
    05  tot-journal-dr			pic s9(11)v99	comp-3
			occurs 8 times.
    05  tot-journal-cr			pic s9(11)v99	comp-3
			occurs 8 times.
    05  tot-unmapped-amt		pic s9(11)v99	comp-3
			occurs 8 times.
* 2026/oct/15 - end

77  ss-type				pic 9	value zero.

    05  grd-journal-dr			pic s9(11)v99	comp-3	value zero.
    05  grd-journal-cr			pic s9(11)v99	comp-3	value zero.

* 2026/oct/15 - DM
    copy "outreg.ws".
* 2026/oct/15 - end

01  counters.
    05  ctr-docrev-reads		pic 9(7)	value zero.
    05  ctr-docash-reads		pic 9(7)	value zero.
    05  ctr-refund-reads		pic 9(7)	value zero.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-recovery-reads		pic 9(7)	value zero.
    05  ctr-settlement-reads		pic 9(7)	value zero.
    05  ctr-ap-invoice-reads		pic 9(7)	value zero.
* 2026/oct/15 - end
    05  ctr-journal-lines		pic 9(7)	value zero.
    05  ctr-unmapped			pic 9(7)	value zero.

	"REFUNDS ISSUED (F034)".
    05  filler		pic x(30)	value
	"WRITE-OFFS (U023)".
* 2026/oct/15 - DM
    05  filler		pic x(30)	value
	"BAD-DEBT RECOVERIES (F122)".
    05  filler		pic x(30)	value
	"CARD PROCESSING FEES (F127)".
    05  filler		pic x(30)	value
	"PAYABLES INVOICED (F158)".
    05  filler		pic x(30)	value
	"PAYABLES PAID (F158)".
* 2026/oct/15 - end
01  section-desc-tbl redefines section-desc-values.
    05  section-desc			pic x(30)
* 2026/oct/15 - DM
*			occurs 4 times.
			occurs 8 times.
* 2026/oct/15 - end

    copy "f002_claims_mstr_rec1_2.ws".

    05  line 13 col 60  pic z(6)9 using ctr-docash-reads.
    05  line 14 col 20  value "refunds read".
    05  line 14 col 60  pic z(6)9 using ctr-refund-reads.
* 2026/oct/15 - DM
    05  line 17 col 20  value "recoveries read".
    05  line 17 col 60  pic z(6)9 using ctr-recovery-reads.
    05  line 18 col 20  value "card settlements read".
    05  line 18 col 60  pic z(6)9 using ctr-settlement-reads.
    05  line 19 col 20  value "payables invoices read".
    05  line 19 col 60  pic z(6)9 using ctr-ap-invoice-reads.
* 2026/oct/15 - end
    05  line 15 col 20  value "journal lines written".
    05  line 15 col 60  pic z(6)9 using ctr-journal-lines.
    05  line 16 col 20  value "unmapped combinations".
	    common-status-file.
    stop "error in accessing general ledger journal".

* 2026/oct/15 - DM
err-recovery-file section.
    use after standard error procedure on bad-debt-rcv.
err-bad-debt-rcv.
    move status-cobol-bad-debt-rcv	to common-status-file.
    display "error in accessing bad-debt recovery register - status "
	    common-status-file.
    stop "error in accessing bad-debt recovery register".

err-settlement-file section.
    use after standard error procedure on card-settlement.
err-card-settlement.
    move status-cobol-card-settlement	to common-status-file.
    display "error in accessing card settlement register - status "
	    common-status-file.
    stop "error in accessing card settlement register".

err-ap-invoice-file section.
    use after standard error procedure on ap-invoice.
err-ap-invoice.
    move status-cobol-ap-invoice	to common-status-file.
    display "error in accessing ap invoice file - status "
	    common-status-file.
    stop "error in accessing ap invoice file".

* 2026/oct/15 - end
end declaratives.

main-line section.
    perform bb0-cash-pass		thru bb0-99-exit.
    perform bc0-refund-pass		thru bc0-99-exit.
    perform bd0-write-off-pass		thru bd0-99-exit.
* 2026/oct/15 - DM
    perform be0-recovery-pass		thru be0-99-exit.
    perform bf0-card-fee-pass		thru bf0-99-exit.
    perform bg0-payables-pass		thru bg0-99-exit.
* 2026/oct/15 - end
    perform ca0-control-report		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    open input docrev-mstr.
    open input docash-mstr.
    open input gl-account-map.
* 2026/oct/15 - DM
    open input bad-debt-rcv.
    open input card-settlement.
    open input ap-invoice.
* 2026/oct/15 - end
    open output gl-journal.
    open output control-file.

						tot-unmapped-amt (2)
						tot-unmapped-amt (3)
						tot-unmapped-amt (4).
* 2026/oct/15 - DM
    move zero				to	tot-posted-amt (5)
						tot-journal-dr (5)
						tot-journal-cr (5)
						tot-unmapped-amt (5)
						tot-posted-amt (6)
						tot-journal-dr (6)
						tot-journal-cr (6)
						tot-unmapped-amt (6)
						tot-posted-amt (7)
						tot-journal-dr (7)
						tot-journal-cr (7)
						tot-unmapped-amt (7)
						tot-posted-amt (8)
						tot-journal-dr (8)
						tot-journal-cr (8)
						tot-unmapped-amt (8).
* 2026/oct/15 - end

    move "u101"				to	elp-pgm.
    move "START"			to	elp-type.

    move claims-mstr-rec		to	claim-detail-rec.

* 2026/oct/15 - DM - a write-off m116 reinstated is booked as the
*		recovery below, not as a negative write-off
    if clmdtl-oma-suff = "V"
    then
	go to bd0-10-woff-loop.
*   endif
* 2026/oct/15 - end

    if   clmdtl-sv-date < sel-period-from
      or clmdtl-sv-date > sel-period-to
    then

bd0-99-exit.
    exit.
* 2026/oct/15 - DM - money that came back on a written-off claim
*		(m116) - booked to bad-debt recovery by agent
be0-recovery-pass.

    move sel-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move zero				to	rcv-seq-nbr.

    start bad-debt-rcv key is greater than or equal to rcv-key
	invalid key
	    move "Y"			to	eof-bad-debt-rcv.

be0-10-recovery-loop.

    if eof-bad-debt-rcv = "Y"
    then
	go to be0-99-exit.
*   endif

    read bad-debt-rcv next
	at end
	    move "Y"			to	eof-bad-debt-rcv
	    go to be0-99-exit.

    if rcv-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move "Y"			to	eof-bad-debt-rcv
	go to be0-99-exit.
*   endif

    add 1				to	ctr-recovery-reads.

    if   rcv-date < sel-period-from
      or rcv-date > sel-period-to
    then
	go to be0-10-recovery-loop.
*   endif

    move "V"				to	ws-tran-type.
    move rcv-agent-cd			to	ws-tran-agent.
    move space				to	ws-tran-class.
    move rcv-amt			to	ws-tran-amt.
    move 5				to	ss-type.
    move "BAD-DEBT RECOVERY"		to	ws-tran-desc.

    perform da0-post-tran		thru	da0-99-exit.

    go to be0-10-recovery-loop.

be0-99-exit.
    exit.
*		the processor's fee on each settlement line u149 took
*		(f127), by its settlement date - booked to card
*		processing expense by the agent of the payment it
*		matched (zero when it matched none)
bf0-card-fee-pass.

    move low-values			to	stl-key.
    move sel-clinic-nbr			to	stl-clinic-nbr-1-2.

    start card-settlement key is greater than or equal to stl-key
	invalid key
	    move "Y"			to	eof-card-settlement.

bf0-10-settlement-loop.

    if eof-card-settlement = "Y"
    then
	go to bf0-99-exit.
*   endif

    read card-settlement next
	at end
	    move "Y"			to	eof-card-settlement
	    go to bf0-99-exit.

    if stl-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move "Y"			to	eof-card-settlement
	go to bf0-99-exit.
*   endif

    add 1				to	ctr-settlement-reads.

    if   stl-settle-date < sel-period-from
      or stl-settle-date > sel-period-to
      or stl-fee-amt = zero
    then
	go to bf0-10-settlement-loop.
*   endif

    move "K"				to	ws-tran-type.
    move stl-agent-cd			to	ws-tran-agent.
    move space				to	ws-tran-class.
    move stl-fee-amt			to	ws-tran-amt.
    move 6				to	ss-type.
    move "CARD PROCESSING FEE"		to	ws-tran-desc.

    perform da0-post-tran		thru	da0-99-exit.

    go to bf0-10-settlement-loop.

bf0-99-exit.
    exit.
*		the clinic's payables (f158) - an invoice keyed in the
*		period is booked to expense by its category (agent 0,
*		the category as the class); one voided in the period
*		after being booked in an earlier one is reversed; a
*		cheque u160 wrote in the period books the payment
bg0-payables-pass.

    move low-values			to	apinv-key.
    move sel-clinic-nbr			to	apinv-clinic-nbr-1-2.

    start ap-invoice key is greater than or equal to apinv-key
	invalid key
	    move "Y"			to	eof-ap-invoice.

bg0-10-invoice-loop.

    if eof-ap-invoice = "Y"
    then
	go to bg0-99-exit.
*   endif

    read ap-invoice next
	at end
	    move "Y"			to	eof-ap-invoice
	    go to bg0-99-exit.

    if apinv-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move "Y"			to	eof-ap-invoice
	go to bg0-99-exit.
*   endif

    add 1				to	ctr-ap-invoice-reads.

    move "A"				to	ws-tran-type.
    move 0				to	ws-tran-agent.
    move apinv-category			to	ws-tran-class.
    move 7				to	ss-type.
    move "PAYABLES INVOICE"		to	ws-tran-desc.

*	(keyed and voided in the same period - nothing to book)
    if   apinv-entry-date not < sel-period-from
     and apinv-entry-date not > sel-period-to
     and not (    apinv-voided
	      and apinv-void-date not < sel-period-from
	      and apinv-void-date not > sel-period-to)
    then
	move apinv-amount		to	ws-tran-amt
	perform da0-post-tran		thru	da0-99-exit.
*   endif

    if   apinv-voided
     and apinv-void-date not < sel-period-from
     and apinv-void-date not > sel-period-to
     and apinv-entry-date < sel-period-from
    then
	compute ws-tran-amt = zero - apinv-amount
	move "PAYABLES INVOICE VOIDED"	to	ws-tran-desc
	perform da0-post-tran		thru	da0-99-exit.
*   endif

    if   apinv-paid
     and apinv-paid-date not < sel-period-from
     and apinv-paid-date not > sel-period-to
    then
	move "P"			to	ws-tran-type
	move space			to	ws-tran-class
	move apinv-amount		to	ws-tran-amt
	move 8				to	ss-type
	move "PAYABLES PAID"		to	ws-tran-desc
	perform da0-post-tran		thru	da0-99-exit.
*   endif

    go to bg0-10-invoice-loop.

bg0-99-exit.
    exit.
* 2026/oct/15 - end
da0-post-tran.

*	(one posted amount = one debit line and one credit line
    move glmap-desc			to	gljrn-desc.
    move sys-date-long			to	gljrn-run-date.
    write gl-journal-rec.
* 2026/oct/15 - DM
    perform xr0-hash-journal-rec	thru	xr0-99-exit.
* 2026/oct/15 - end
    add 1				to	ctr-journal-lines.
    add ws-tran-amt			to	tot-journal-dr (ss-type)
						grd-journal-dr.
    move glmap-credit-acct		to	gljrn-gl-acct.
    move "C"				to	gljrn-d-c.
    write gl-journal-rec.
* 2026/oct/15 - DM
    perform xr0-hash-journal-rec	thru	xr0-99-exit.
* 2026/oct/15 - end
    add 1				to	ctr-journal-lines.
    add ws-tran-amt			to	tot-journal-cr (ss-type)
						grd-journal-cr.

    perform cb0-section-line		thru	cb0-99-exit
	varying ss-type from 1 by 1
* 2026/oct/15 - DM
*	until ss-type > 4.
	until ss-type > 8.
* 2026/oct/15 - end

    move "JOURNAL TOTALS"		to	t1-desc.
    move grd-journal-dr			to	t1-dr.
    close docrev-mstr.
    close docash-mstr.
    close gl-account-map.
* 2026/oct/15 - DM
    close bad-debt-rcv.
    close card-settlement.
    close ap-invoice.
* 2026/oct/15 - end
    close gl-journal.
    close control-file.
* 2026/oct/15 - DM
    perform xr5-register-journal	thru	xr5-99-exit.
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.

xb0-99-exit.
    exit.
* 2026/oct/15 - DM - outbound transmission register
xr0-hash-journal-rec.

    move "H"				to	orp-function.
    move gl-journal-rec			to	orp-record.
    move 100				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

xr0-99-exit.
    exit.
xr5-register-journal.

    move "P"				to	orp-function.
    move "GLJ"				to	orp-file-type.
    move "u101"				to	orp-pgm.
    move "$pb_data/f056_gl_journal"	to	orp-file-name.
    move grd-journal-dr			to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "u101 - JOURNAL NOT FILED ON THE OUTBOUND REGISTER".
*   endif

    if orp-dup-xmit = "Y"
    then
	display "u101 - SAME CONTENT AS A JOURNAL ALREADY SENT - DO NOT SEND".
*   endif

xr5-99-exit.
    exit.
* 2026/oct/15 - end

    copy "y2k_default_sysdate_century.rtn".
