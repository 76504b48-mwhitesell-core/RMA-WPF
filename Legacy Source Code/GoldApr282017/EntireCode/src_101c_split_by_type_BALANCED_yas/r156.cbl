identification division.
program-id. r156.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f010 - patient master
*			: f011 - subscriber master
*			: f034 - refund register
*			: f090 - constants master
*			: f155 - patient tax receipt log
*			: f064 - central event log (via eventlog)
*			: rr156 - annual medical expense receipts
*				  (printer)
*
*   program purpose : annual medical expense receipts - the receipt
*			a patient who paid the clinic out of pocket
*			(uninsured services, non-resident billing,
*			balances off the u037 statements) claims on
*			the income tax return.  key the clinic, the
*			tax year and either Y for the year-end run
*			(every patient of the clinic) or P and a
*			patient key for one patient on demand.
*			for each patient the claims master is walked
*			by the "P"atient access key; on the clinic's
*			direct-bill claims every "PAID" line received
*			in the tax year is added up (m115's
*			reallocation lines only move money already
*			received between claims and are left out),
*			and the patient's f034 refunds issued by
*			cheque or disbursed by eft in the year are
*			taken off.  a patient left with an amount
*			gets a numbered receipt - the clinic's name
*			and address, the patient's name and mailing
*			address (the subscriber's for a dependant, as
*			u037 addresses the statements), the services
*			paid and the totals - worded in english or
*			french by the patient language.  every
*			receipt is logged on f155:
*			 - a receipt printed again for the same
*			   figures is marked DUPLICATE (DUPLICATA)
*			   and keeps its number;
*			 - a receipt whose figures have changed since
*			   (a late payment or refund) takes the next
*			   number and names the receipt it replaces;
*			 - a year-end rerun leaves the patients
*			   already issued for the same figures alone.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "F011_NEW_SUBSCRIBER_MSTR.SLR".
*
    copy "f034_refund_reg.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f155_tax_receipt_log.slr".
*
    select receipt-file
	assign to printer print-file-name
	file status is status-receipt-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "F011_SUBSCRIBER_MSTR.FD".
*
    copy "f034_refund_reg.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f155_tax_receipt_log.fd".
*
fd  receipt-file
    record contains 132 characters.

01  receipt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr156".
77  status-receipt-rpt			pic xx	value zero.

*   status-file indicators

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-subscr-mstr		pic xx	value zero.
77  status-cobol-refund-reg		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-tax-receipt-log	pic xx	value zero.

*   eof indicators

77  eof-claims-mstr			pic x	value "N".
77  eof-claim-dtl			pic x	value "N".

77  ws-continue				pic x	value spaces.
77  sel-clinic-nbr			pic 99	value zero.
77  sel-tax-year			pic 9(4)	value zero.
77  sel-run-type			pic x	value "Y".
    88  year-end-run				value "Y".
    88  one-patient-run				value "P".
01  sel-pat-key				pic x(16)	value spaces.

01  ws-year-from			pic 9(8)	value zero.
01  ws-year-from-r redefines ws-year-from.
    05  ws-year-from-yy			pic 9(4).
    05  ws-year-from-mmdd		pic 9(4).
01  ws-year-to				pic 9(8)	value zero.
01  ws-year-to-r redefines ws-year-to.
    05  ws-year-to-yy			pic 9(4).
    05  ws-year-to-mmdd			pic 9(4).

01  hold-pat-key			pic x(16)	value spaces.
01  ws-resume-p-key			pic x(18)	value spaces.

77  ws-pat-paid				pic s9(7)v99	value zero.
77  ws-pat-refunded			pic s9(7)v99	value zero.
77  ws-pat-net				pic s9(7)v99	value zero.
77  ws-pat-language			pic x	value "E".
77  ws-next-receipt-nbr			pic 9(6)	value zero.
77  ws-replaced-nbr			pic 9(6)	value zero.
77  ws-receipt-type			pic x	value spaces.
    88  receipt-original			value "O".
    88  receipt-duplicate			value "D".
    88  receipt-replacement			value "R".
77  ws-claims-truncated			pic x	value "N".

*   the patient's candidate claims - the clinic's direct-bill
*   claims off the "P" path, with what was paid on each in the year
01  claim-tbl.
    05  nbr-claims			pic 9(3)	value zero.
    05  claim-entry			occurs 300 times.
	10  clt-claim-key		pic x(18).
	10  clt-serv-date		pic 9(8).
	10  clt-paid			pic s9(7)v99.

*   the clinic's refunds for the year, loaded once.  a register
*   too big for the table is read for each patient instead
01  refund-tbl.
    05  nbr-refunds			pic 9(4)	value zero.
    05  refund-entry			occurs 2000 times.
	10  rft-pat-key			pic x(16).
	10  rft-amt			pic s9(7)v99.
77  ws-refunds-overflow			pic x	value "N".
77  ws-refund-in-year			pic x	value "N".

77  ss-c				pic 9(3)	value zero.
77  ss-r				pic 9(4)	value zero.

    copy "def_agents.ws".

*   date in the patient language - yyyy/mm/dd, or dd/mm/yyyy for
*   french
01  ws-date-in				pic 9(8)	value zero.
01  ws-date-in-r redefines ws-date-in.
    05  ws-date-in-yy			pic 9(4).
    05  ws-date-in-mm			pic 99.
    05  ws-date-in-dd			pic 99.
01  ws-date-out				pic x(10)	value spaces.
01  ws-date-out-e redefines ws-date-out.
    05  ws-date-out-e-yy		pic 9(4).
    05  filler				pic x.
    05  ws-date-out-e-mm		pic 99.
    05  filler				pic x.
    05  ws-date-out-e-dd		pic 99.
01  ws-date-out-f redefines ws-date-out.
    05  ws-date-out-f-dd		pic 99.
    05  filler				pic x.
    05  ws-date-out-f-mm		pic 99.
    05  filler				pic x.
    05  ws-date-out-f-yy		pic 9(4).

*   counters for records read/written for all input/output files

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-pat-mstr-reads		pic 9(7)	value zero.
    05  ctr-refunds-loaded		pic 9(7)	value zero.
    05  ctr-receipts-issued		pic 9(7)	value zero.
    05  ctr-receipts-duplicate		pic 9(7)	value zero.
    05  ctr-receipts-replaced		pic 9(7)	value zero.
    05  ctr-already-issued		pic 9(7)	value zero.
    05  ctr-nothing-net			pic 9(7)	value zero.

*   print control

77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-clinic-line.
    05  filler				pic x(40)	value spaces.
    05  h1-clinic-text			pic x(30).

01  h2-title-line.
    05  h2-title			pic x(50).
    05  filler				pic x(5)	value spaces.
    05  h2-duplicate			pic x(10).

01  h3-receipt-line.
    05  h3-receipt-label		pic x(24).
    05  h3-clinic-nbr			pic 99.
    05  filler				pic x		value "-".
    05  h3-receipt-nbr			pic 9(6).

01  h4-info-line.
    05  h4-label			pic x(24).
    05  h4-value			pic x(10).

01  a1-addr-line.
    05  filler				pic x(5)	value spaces.
    05  a1-addr				pic x(30).

01  h5-col-head.
    05  h5-col-date			pic x(18).
    05  h5-col-claim			pic x(16).
    05  h5-col-amt			pic x(14).

01  l1-service-line.
    05  l1-serv-date			pic x(10).
    05  filler				pic x(8)	value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x(5)	value spaces.
    05  l1-paid				pic zz,zzz,zz9.99-.

01  t1-total-line.
    05  t1-label			pic x(34).
    05  t1-amt				pic zz,zzz,zz9.99-.

01  m1-msg-line.
    05  filler				pic x(5)	value spaces.
    05  m1-msg-text			pic x(50).

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid reply".
	10  filler			pic x(60)   value
		"invalid clinic number".
	10  filler			pic x(60)   value
		"patient not on file".
	10  filler			pic x(60)   value
		"run type must be Y (year-end) or P (one patient)".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 4 times.

01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.

    05  blank screen.
    05  line 01 col 01 value "r156".
    05  line 01 col 15 value "Annual Medical Expense Receipts".
    05  line 06 col 20 value is "For Clinic Number".
    05  scr-clinic-nbr line 06 col 60 pic zz using sel-clinic-nbr auto required.

01  scr-selection.
    05  line 08 col 20 value "Tax Year".
    05  scr-tax-year line 08 col 60 pic 9(4) using sel-tax-year auto required.
    05  line 09 col 20 value "(Y)ear-end run or one (P)atient".
    05  scr-run-type line 09 col 60 pic x using sel-run-type auto required.

01  scr-patient.
    05  line 10 col 20 value "Patient Key (type + id)".
    05  scr-pat-key line 10 col 60 pic x(16) using sel-pat-key auto required.

01  scr-continue-or-not.
    05  line 12 col 20 value "Continue (Y/N)".
    05  scr-continue line 12 col 60 pic x using ws-continue auto required.

01  program-in-progress.
    05  line 15 col 30 value "program in progress".

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  scr-truncated-warning.
    05  line 18 col 20  value "** A PATIENT HAD MORE THAN 300 CLAIMS **".
    05  line 19 col 20  value "see the receipt marked truncated".

01  scr-closing-screen.
    05  blank screen.
    05  line 08 col 20  value "number of claims-mstr reads".
    05  line 08 col 60  pic z(6)9 using ctr-claims-mstr-reads.
    05  line 09 col 20  value "number of pat-mstr reads".
    05  line 09 col 60  pic z(6)9 using ctr-pat-mstr-reads.
    05  line 10 col 20  value "refunds in the year".
    05  line 10 col 60  pic z(6)9 using ctr-refunds-loaded.
    05  line 11 col 20  value "receipts issued".
    05  line 11 col 60  pic z(6)9 using ctr-receipts-issued.
    05  line 12 col 20  value "receipts replacing an earlier one".
    05  line 12 col 60  pic z(6)9 using ctr-receipts-replaced.
    05  line 13 col 20  value "duplicates printed".
    05  line 13 col 60  pic z(6)9 using ctr-receipts-duplicate.
    05  line 14 col 20  value "already issued - not reprinted".
    05  line 14 col 60  pic z(6)9 using ctr-already-issued.
    05  line 15 col 20  value "nothing left after refunds".
    05  line 15 col 60  pic z(6)9 using ctr-nothing-net.
    05  line 21 col 20	value "program r156 ending".
    05  line 21 col 40  pic 9(4)	using sys-yy.
    05  line 21 col 44	value "/".
    05  line 21 col 45	pic 99	using sys-mm.
    05  line 21 col 47	value "/".
    05  line 21 col 48	pic 99	using sys-dd.
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing claims master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

err-subscr-file section.
    use after standard error procedure on subscr-mstr.
err-subscr-mstr.
    move status-cobol-subscr-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing subscriber master".

err-refund-file section.
    use after standard error procedure on refund-reg.
err-refund-reg.
    move status-cobol-refund-reg	to common-status-file.
    display file-status-display.
    stop "error in accessing refund register".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing constants master".

err-receipt-log-file section.
    use after standard error procedure on tax-receipt-log.
err-tax-receipt-log.
    move status-cobol-tax-receipt-log	to common-status-file.
    display file-status-display.
    stop "error in accessing tax receipt log".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   nbr-claims
					   nbr-refunds.

    open input iconst-mstr.

    display scr-title.
aa0-10-enter-clinic-nbr.

    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.

    read iconst-mstr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-enter-clinic-nbr.

*	(defaults - last year's receipts go out early in the new year)
    compute sel-tax-year = sys-yy - 1.
    move "Y"				to	sel-run-type.

aa0-20-selection.

    display scr-selection.
    accept scr-tax-year.
    accept scr-run-type.

    if sel-run-type = "y"
    then
	move "Y"			to	sel-run-type.
*   endif
    if sel-run-type = "p"
    then
	move "P"			to	sel-run-type.
*   endif

    if   not year-end-run
     and not one-patient-run
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-20-selection.
*   endif

    open input pat-mstr.

    if year-end-run
    then
	go to aa0-40-continue.
*   endif

aa0-30-enter-patient.

    display scr-patient.
    accept scr-pat-key.

    move sel-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-30-enter-patient.

aa0-40-continue.

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue = "y"
      or ws-continue = "Y"
    then
	display program-in-progress
    else
	if   ws-continue = "n"
	  or ws-continue = "N"
	then
	    close pat-mstr
	    go to az0-100-end-job
	else
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-40-continue.
*	endif
*   endif

    open input claims-mstr.
    open input subscr-mstr.
    open input refund-reg.
    open i-o tax-receipt-log.
    open output receipt-file.

    move "r156"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move sel-tax-year			to	ws-year-from-yy
						ws-year-to-yy.
    move 0101				to	ws-year-from-mmdd.
    move 1231				to	ws-year-to-mmdd.

    perform ab8-load-refunds		thru	ab8-99-exit.
    perform ab9-find-next-receipt-nbr	thru	ab9-99-exit.

aa0-99-exit.
    exit.
ab0-processing.

*	(down the "P"atient access key - the whole file for the
*	 year-end run, from the one patient otherwise.  a patient's
*	 claim keys are gathered first and the payments read off
*	 them at the patient break, as d017 does - the detail walk
*	 loses the place on the "P" path, which is picked up again
*	 from the next patient's key)
    move "P"				to	clmdtl-p-key-type
					     of claims-mstr-rec.
    move spaces				to	clmdtl-p-data
					     of claims-mstr-rec.
    if one-patient-run
    then
	move sel-pat-key		to	clmdtl-p-data
					     of claims-mstr-rec (1:16).
*   endif

    start claims-mstr key is greater than or equal to clmdtl-p-claims-mstr
	invalid key
	    go to ab0-80-done.

    move spaces				to	hold-pat-key.

ab0-10-claim-loop.

    read claims-mstr next
	at end
	    go to ab0-80-done.

    add 1				to	ctr-claims-mstr-reads.

    if clmdtl-p-key-type of claims-mstr-rec not = "P"
    then
	go to ab0-80-done.
*   endif

    if   one-patient-run
     and clmdtl-p-data of claims-mstr-rec (1:16) not = sel-pat-key
    then
	go to ab0-80-done.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

*	(new patient - receipt for the one gathered, then back on
*	 the path at the new patient's first claim)
    if clmdtl-p-data of claims-mstr-rec (1:16) not = hold-pat-key
    then
	if nbr-claims > zero
	then
	    move clmdtl-p-claims-mstr of claims-mstr-rec
					to	ws-resume-p-key
	    perform ca0-close-patient	thru	ca0-99-exit
	    go to ab0-20-resume
	else
	    move clmdtl-p-data of claims-mstr-rec (1:16)
					to	hold-pat-key.
*	endif
*   endif

    perform bb0-select-claim		thru	bb0-99-exit.

    go to ab0-10-claim-loop.

ab0-20-resume.

    move ws-resume-p-key		to	clmdtl-p-claims-mstr
					     of claims-mstr-rec.
    move ws-resume-p-key (2:16)		to	hold-pat-key.

    start claims-mstr key is greater than or equal to clmdtl-p-claims-mstr
	invalid key
	    go to ab0-80-done.

    go to ab0-10-claim-loop.

ab0-80-done.

    perform ca0-close-patient		thru	ca0-99-exit.

ab0-99-exit.
    exit.
ab8-load-refunds.

*	(the clinic's refunds that went out in the tax year - a
*	 cheque issued or an eft disbursed.  approved and cancelled
*	 refunds never reached the patient)
    move sel-clinic-nbr			to	refund-clinic-nbr-1-2.
    move 0				to	refund-seq-nbr.

    start refund-reg key is greater than or equal to refund-key
	invalid key
	    go to ab8-99-exit.

ab8-10-loop.

    read refund-reg next
	at end
	    go to ab8-99-exit.

    if refund-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to ab8-99-exit.
*   endif

    perform xd0-refund-in-year		thru	xd0-99-exit.
    if ws-refund-in-year not = "Y"
    then
	go to ab8-10-loop.
*   endif

    if   one-patient-run
     and refund-pat-key not = sel-pat-key
    then
	go to ab8-10-loop.
*   endif

    add 1				to	ctr-refunds-loaded.

    if nbr-refunds < 2000
    then
	add 1				to	nbr-refunds
	move refund-pat-key		to	rft-pat-key (nbr-refunds)
	move refund-amt			to	rft-amt (nbr-refunds)
    else
	move "Y"			to	ws-refunds-overflow.
*   endif

    go to ab8-10-loop.

ab8-99-exit.
    exit.
ab9-find-next-receipt-nbr.

*	(scan to the clinic's highest receipt number - every year's
*	 receipts share the one run of numbers)
    move 0				to	ws-next-receipt-nbr.
    move sel-clinic-nbr			to	trl-clinic-nbr-1-2.
    move 0				to	trl-tax-year.
    move spaces				to	trl-pat-key.

    start tax-receipt-log key is greater than or equal to trl-key
	invalid key
	    go to ab9-99-exit.

ab9-10-loop.

    read tax-receipt-log next
	at end
	    go to ab9-99-exit.

    if trl-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to ab9-99-exit.
*   endif

    if trl-receipt-nbr > ws-next-receipt-nbr
    then
	move trl-receipt-nbr		to	ws-next-receipt-nbr.
*   endif

    go to ab9-10-loop.

ab9-99-exit.
    exit.
bb0-select-claim.

*	(the clinic's direct-bill claims only - the ones the patient
*	 pays.  a claim for a service after the tax year cannot carry
*	 a payment received in it)

    if clmhdr-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to bb0-99-exit.
*   endif

    move clmhdr-agent-cd		to	def-agent-code.
    if not def-agent-bill-direct
    then
	go to bb0-99-exit.
*   endif

    if clmhdr-serv-date > ws-year-to
    then
	go to bb0-99-exit.
*   endif

    if nbr-claims < 300
    then
	add 1				to	nbr-claims
	move key-claims-mstr		to	clt-claim-key (nbr-claims)
	move clmhdr-serv-date		to	clt-serv-date (nbr-claims)
	move zero			to	clt-paid (nbr-claims)
    else
	move "Y"			to	ws-claims-truncated.
*   endif

bb0-99-exit.
    exit.
ca0-close-patient.

    if nbr-claims = zero
    then
	go to ca0-90-reset.
*   endif

    move zero				to	ws-pat-paid
						ws-pat-refunded.

    perform cb0-claim-payments		thru	cb0-99-exit
	varying ss-c from 1 by 1
	until ss-c > nbr-claims.

    if ws-pat-paid = zero
    then
	go to ca0-90-reset.
*   endif

    perform cc0-patient-refunds		thru	cc0-99-exit.

    subtract ws-pat-refunded		from	ws-pat-paid
					giving	ws-pat-net.

    if ws-pat-net not > zero
    then
	add 1				to	ctr-nothing-net
	go to ca0-90-reset.
*   endif

    perform ce0-log-receipt		thru	ce0-99-exit.

    if ws-receipt-type = spaces
    then
	go to ca0-90-reset.
*   endif

    perform cf0-print-receipt		thru	cf0-99-exit.

ca0-90-reset.

    move zero				to	nbr-claims.
    move "N"				to	ws-claims-truncated.

ca0-99-exit.
    exit.
cb0-claim-payments.

*	(the claim's "PAID" lines received in the tax year, off its
*	 "B" key)

    move "N"				to	eof-claim-dtl.

    move clt-claim-key (ss-c)		to	key-claims-mstr.

    start claims-mstr key is greater than key-claims-mstr
	invalid key
	    go to cb0-99-exit.

cb0-10-dtl-loop.

    read claims-mstr next
	at end
	    go to cb0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if   key-clm-key-type not = "B"
      or key-clm-batch-num not = clt-claim-key (ss-c) (2:9)
      or key-clm-claim-nbr not = clt-claim-key (ss-c) (11:2)
    then
	go to cb0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

    if clmdtl-oma-cd not = "PAID"
    then
	go to cb0-10-dtl-loop.
*   endif

    if clmdtl-desc (1:12) = "REALLOCATION"
    then
	go to cb0-10-dtl-loop.
*   endif

    if clmdtl-sv-yy not = sel-tax-year
    then
	go to cb0-10-dtl-loop.
*   endif

    add clmdtl-fee-oma			to	clt-paid (ss-c)
						ws-pat-paid.

    go to cb0-10-dtl-loop.

cb0-99-exit.
    exit.
cc0-patient-refunds.

    if ws-refunds-overflow = "Y"
    then
	perform cd0-scan-refunds	thru	cd0-99-exit
	go to cc0-99-exit.
*   endif

    perform cc1-one-refund		thru	cc1-99-exit
	varying ss-r from 1 by 1
	until ss-r > nbr-refunds.

cc0-99-exit.
    exit.
cc1-one-refund.

    if rft-pat-key (ss-r) = hold-pat-key
    then
	add rft-amt (ss-r)		to	ws-pat-refunded.
*   endif

cc1-99-exit.
    exit.
cd0-scan-refunds.

*	(more refunds in the year than the table holds - the
*	 clinic's register is read again for this patient)
    move sel-clinic-nbr			to	refund-clinic-nbr-1-2.
    move 0				to	refund-seq-nbr.

    start refund-reg key is greater than or equal to refund-key
	invalid key
	    go to cd0-99-exit.

cd0-10-loop.

    read refund-reg next
	at end
	    go to cd0-99-exit.

    if refund-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to cd0-99-exit.
*   endif

    if refund-pat-key not = hold-pat-key
    then
	go to cd0-10-loop.
*   endif

    perform xd0-refund-in-year		thru	xd0-99-exit.
    if ws-refund-in-year = "Y"
    then
	add refund-amt			to	ws-pat-refunded.
*   endif

    go to cd0-10-loop.

cd0-99-exit.
    exit.
ce0-log-receipt.

*	(first receipt for the year - the next number.  the same
*	 figures again - a duplicate under the same number, or left
*	 alone by a year-end rerun.  changed figures - a new number
*	 that replaces the old)
    move spaces				to	ws-receipt-type.
    move zero				to	ws-replaced-nbr.

    move sel-clinic-nbr			to	trl-clinic-nbr-1-2.
    move sel-tax-year			to	trl-tax-year.
    move hold-pat-key			to	trl-pat-key.

    read tax-receipt-log
	invalid key
	    go to ce0-50-new.

    if   trl-paid-amt = ws-pat-paid
     and trl-refund-amt = ws-pat-refunded
    then
	if year-end-run
	then
	    add 1			to	ctr-already-issued
	    go to ce0-99-exit
	else
	    move "D"			to	ws-receipt-type
	    add 1			to	trl-print-count
	    move sys-date-long-r	to	trl-last-print-date
	    rewrite tax-receipt-log-rec
	    add 1			to	ctr-receipts-duplicate
	    go to ce0-99-exit
	end-if
    end-if.

    move trl-receipt-nbr		to	ws-replaced-nbr.
    add 1				to	ws-next-receipt-nbr.
    move ws-next-receipt-nbr		to	trl-receipt-nbr.
    move ws-pat-paid			to	trl-paid-amt.
    move ws-pat-refunded		to	trl-refund-amt.
    move ws-pat-net			to	trl-net-amt.
    move sys-date-long-r		to	trl-issue-date
						trl-last-print-date.
    move 1				to	trl-print-count.
    move ws-replaced-nbr		to	trl-replaced-nbr.
    rewrite tax-receipt-log-rec.
    move "R"				to	ws-receipt-type.
    add 1				to	ctr-receipts-replaced.
    go to ce0-99-exit.

ce0-50-new.

    move spaces				to	tax-receipt-log-rec.
    move sel-clinic-nbr			to	trl-clinic-nbr-1-2.
    move sel-tax-year			to	trl-tax-year.
    move hold-pat-key			to	trl-pat-key.
    add 1				to	ws-next-receipt-nbr.
    move ws-next-receipt-nbr		to	trl-receipt-nbr.
    move ws-pat-paid			to	trl-paid-amt.
    move ws-pat-refunded		to	trl-refund-amt.
    move ws-pat-net			to	trl-net-amt.
    move sys-date-long-r		to	trl-issue-date
						trl-last-print-date.
    move 1				to	trl-print-count.
    move zero				to	trl-replaced-nbr.
    write tax-receipt-log-rec.
    move "O"				to	ws-receipt-type.
    add 1				to	ctr-receipts-issued.

ce0-99-exit.
    exit.
cf0-print-receipt.

*	(one receipt to a page - clinic, receipt heading, patient and
*	 address, the services paid and the totals, in the patient's
*	 language)

    move "E"				to	ws-pat-language.
    move hold-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    go to cf0-10-heading.
    add 1				to	ctr-pat-mstr-reads.
    move pat-language			to	ws-pat-language.

cf0-10-heading.

    move iconst-clinic-name		to	h1-clinic-text.
    write receipt-record		from	h1-clinic-line after advancing page.
    move iconst-clinic-addr-l1		to	h1-clinic-text.
    write receipt-record		from	h1-clinic-line after advancing 1 line.
    move iconst-clinic-addr-l2		to	h1-clinic-text.
    write receipt-record		from	h1-clinic-line after advancing 1 line.
    move iconst-clinic-addr-l3		to	h1-clinic-text.
    write receipt-record		from	h1-clinic-line after advancing 1 line.
    move 4				to	nbr-lines-this-page.

    if ws-pat-language = "F"
    then
	move "RECU OFFICIEL AUX FINS DE L'IMPOT - FRAIS MEDICAUX"
					to	h2-title
    else
	move "OFFICIAL RECEIPT FOR INCOME TAX - MEDICAL EXPENSES"
					to	h2-title.
*   endif
    move spaces				to	h2-duplicate.
    if receipt-duplicate
    then
	if ws-pat-language = "F"
	then
	    move "DUPLICATA"		to	h2-duplicate
	else
	    move "DUPLICATE"		to	h2-duplicate.
*	endif
*   endif
    move 3				to	nbr-lines-to-adv.
    move h2-title-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-language = "F"
    then
	move "RECU NO"			to	h3-receipt-label
    else
	move "RECEIPT NO"		to	h3-receipt-label.
*   endif
    move sel-clinic-nbr			to	h3-clinic-nbr.
    move trl-receipt-nbr		to	h3-receipt-nbr.
    move 2				to	nbr-lines-to-adv.
    move h3-receipt-line		to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-language = "F"
    then
	move "ANNEE D'IMPOSITION"	to	h4-label
    else
	move "TAX YEAR"			to	h4-label.
*   endif
    move spaces				to	h4-value.
    move sel-tax-year			to	h4-value (1:4).
    move h4-info-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-language = "F"
    then
	move "DATE D'EMISSION"		to	h4-label
    else
	move "DATE ISSUED"		to	h4-label.
*   endif
    move trl-issue-date			to	ws-date-in.
    perform xc0-format-date		thru	xc0-99-exit.
    move ws-date-out			to	h4-value.
    move h4-info-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if receipt-replacement
    then
	if ws-pat-language = "F"
	then
	    move "REMPLACE LE RECU NO"	to	h3-receipt-label
	else
	    move "REPLACES RECEIPT NO"	to	h3-receipt-label
	end-if
	move ws-replaced-nbr		to	h3-receipt-nbr
	move h3-receipt-line		to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit.
*   endif

    move 2				to	nbr-lines-to-adv.
    perform cg0-patient-address		thru	cg0-99-exit.

    if ws-pat-language = "F"
    then
	move "DATE DU SERVICE"		to	h5-col-date
	move "DEMANDE"			to	h5-col-claim
	move "   MONTANT PAYE"		to	h5-col-amt
    else
	move "SERVICE DATE"		to	h5-col-date
	move "CLAIM"			to	h5-col-claim
	move "   AMOUNT PAID"		to	h5-col-amt.
*   endif
    move 2				to	nbr-lines-to-adv.
    move h5-col-head			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    perform ch0-print-service		thru	ch0-99-exit
	varying ss-c from 1 by 1
	until ss-c > nbr-claims.

    if ws-claims-truncated = "Y"
    then
	move "** MORE THAN 300 CLAIMS - LIST TRUNCATED **"
					to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit.
*   endif

    if ws-pat-language = "F"
    then
	move "TOTAL PAYE"		to	t1-label
    else
	move "TOTAL PAID"		to	t1-label.
*   endif
    move ws-pat-paid			to	t1-amt.
    move 2				to	nbr-lines-to-adv.
    move t1-total-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-refunded not = zero
    then
	if ws-pat-language = "F"
	then
	    move "MOINS LES REMBOURSEMENTS" to	t1-label
	else
	    move "LESS REFUNDS"		to	t1-label
	end-if
	move ws-pat-refunded		to	t1-amt
	move t1-total-line		to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit.
*   endif

    if ws-pat-language = "F"
    then
	move "MONTANT DU RECU"		to	t1-label
    else
	move "AMOUNT OF THIS RECEIPT"	to	t1-label.
*   endif
    move ws-pat-net			to	t1-amt.
    move t1-total-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-language = "F"
    then
	move "CE RECU PEUT ETRE PRESENTE COMME FRAIS MEDICAUX"
					to	m1-msg-text
    else
	move "THIS RECEIPT MAY BE CLAIMED AS A MEDICAL EXPENSE"
					to	m1-msg-text.
*   endif
    move 3				to	nbr-lines-to-adv.
    move m1-msg-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if ws-pat-language = "F"
    then
	move "DANS VOTRE DECLARATION DE REVENUS."
					to	m1-msg-text
    else
	move "ON YOUR INCOME TAX RETURN."	to	m1-msg-text.
*   endif
    move m1-msg-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

cf0-99-exit.
    exit.
cg0-patient-address.

*	(the patient's name, mailed to the subscriber for a dependant
*	 with a subscriber on file, else to the patient - as u037)

    move hold-pat-key			to	key-pat-mstr.

    read pat-mstr
	invalid key
	    move "** PATIENT NOT ON FILE **"
					to	a1-addr
	    move a1-addr-line		to	print-line
	    perform xb0-write-receipt-record
					thru	xb0-99-exit
	    go to cg0-99-exit.

    move spaces				to	a1-addr.
    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	a1-addr.
    move a1-addr-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

    if pat-relationship not = zero
    then
	move hold-pat-key		to	subscr-key
	read subscr-mstr
	    invalid key
		go to cg0-50-pat-address.
*   endif

    if pat-relationship not = zero
    then
	move subscr-addr1		to	a1-addr
	move a1-addr-line		to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit
	move subscr-addr2		to	a1-addr
	move a1-addr-line		to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit
	move subscr-addr3		to	a1-addr
	move a1-addr-line		to	print-line
	perform xb0-write-receipt-record
					thru	xb0-99-exit
	go to cg0-99-exit.
*   endif

cg0-50-pat-address.

    move pat-street-addr		to	a1-addr.
    move a1-addr-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.
    move spaces				to	a1-addr.
    string pat-city delimited by "  "
	   "  "			delimited by size
	   pat-postal-cd	delimited by size
				into	a1-addr.
    move a1-addr-line			to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

cg0-99-exit.
    exit.
ch0-print-service.

    if clt-paid (ss-c) = zero
    then
	go to ch0-99-exit.
*   endif

    move clt-serv-date (ss-c)		to	ws-date-in.
    perform xc0-format-date		thru	xc0-99-exit.
    move ws-date-out			to	l1-serv-date.
    move clt-claim-key (ss-c) (2:11)	to	l1-claim-id.
    move clt-paid (ss-c)		to	l1-paid.
    move l1-service-line		to	print-line.
    perform xb0-write-receipt-record	thru	xb0-99-exit.

ch0-99-exit.
    exit.
az0-end-of-job.

    move "r156"				to	elp-pgm.
    move "END"				to	elp-type.
    add ctr-receipts-issued, ctr-receipts-replaced,
	ctr-receipts-duplicate		giving	elp-count.
    move "MEDICAL EXPENSE RECEIPTS PRINTED"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close pat-mstr.
    close subscr-mstr.
    close refund-reg.
    close tax-receipt-log.
    close receipt-file.

az0-100-end-job.

    close iconst-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    if ws-claims-truncated = "Y"
    then
	display scr-truncated-warning.
*   endif
    display confirm.

    stop run.

az0-99-exit.
    exit.
xb0-write-receipt-record.

    write receipt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-format-date.

    if ws-pat-language = "F"
    then
	move "  /  /    "		to	ws-date-out
	move ws-date-in-dd		to	ws-date-out-f-dd
	move ws-date-in-mm		to	ws-date-out-f-mm
	move ws-date-in-yy		to	ws-date-out-f-yy
    else
	move "    /  /  "		to	ws-date-out
	move ws-date-in-yy		to	ws-date-out-e-yy
	move ws-date-in-mm		to	ws-date-out-e-mm
	move ws-date-in-dd		to	ws-date-out-e-dd.
*   endif

xc0-99-exit.
    exit.
xd0-refund-in-year.

*	(the refund in the record area reached the patient in the
*	 tax year)
    move "N"				to	ws-refund-in-year.

    if   refund-status = "I"
     and refund-issue-date not < ws-year-from
     and refund-issue-date not > ws-year-to
    then
	move "Y"			to	ws-refund-in-year.
*   endif

    if   refund-status = "E"
     and refund-disburse-date not < ws-year-from
     and refund-disburse-date not > ws-year-to
    then
	move "Y"			to	ws-refund-in-year.
*   endif

xd0-99-exit.
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
