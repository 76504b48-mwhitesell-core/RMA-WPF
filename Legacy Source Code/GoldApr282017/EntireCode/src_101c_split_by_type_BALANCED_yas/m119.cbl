identification division.
program-id. m119.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f129 - block-fee enrolment file
*			: f128 - block-fee plan master
*			: f010 - patient master
*
*   program purpose : block-fee enrolment maintenance.  enrols a
*			patient in one of the clinic's f128 plans for
*			a one-year term (start date keyed, end date
*			a year less a day later) at the plan's
*			annual fee unless the front desk keys a
*			different one; records payments against the
*			term's fee; cancels a term (covered services
*			bill normally again from the cancel date);
*			and shows a term with the services claims
*			entry has zero-billed under it.  a patient
*			may not hold two overlapping active terms at
*			the same clinic.  the u150 renewal run
*			invoices new terms and rolls the old ones
*			over.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f129_block_fee_enrol.slr".
    copy "f128_block_fee_plan.slr".
    copy "f010_new_patient_mstr.slr".
*
data division.
file section.
*
    copy "f129_block_fee_enrol.fd".
    copy "f128_block_fee_plan.fd".
    copy "f010_patient_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-block-fee-enrol	pic xx	value zero.
77  status-cobol-block-fee-plan		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  payment-code				value "P".
    88  cancel-code				value "C".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

77  ws-overlap				pic x	value "N".
77  ws-leap-rem				pic 9(4)	value zero.
77  ws-leap-quot			pic 9(4)	value zero.

01  ws-enrol-key.
    05  ws-enrol-clinic-nbr		pic 99	value zero.
    05  ws-enrol-pat-key		pic x(16) value spaces.
    05  ws-enrol-term-start		pic 9(8) value zero.

01  ws-new-enrol-rec			pic x(200)	value spaces.

01  entry-fields.
    05  entry-pat-name			pic x(31)	value spaces.
    05  entry-plan-desc			pic x(30)	value spaces.
    05  entry-pay-amt			pic s9(5)v99	value zero.
    05  entry-owing-amt			pic s9(5)v99	value zero.

01  ws-end-date.
    05  ws-end-yy			pic 9(4).
    05  ws-end-mm			pic 99.
    05  ws-end-dd			pic 99.
01  ws-end-date-r redefines ws-end-date	pic 9(8).

01  month-days-table.
    05  filler				pic x(24)	value
		"312831303130313130313031".
01  month-days-r redefines month-days-table.
    05  month-days			pic 99	occurs 12 times.

01  counters.
    05  ctr-enrol-reads			pic 9(7)	value zero.
    05  ctr-enrol-adds			pic 9(7)	value zero.
    05  ctr-enrol-payments		pic 9(7)	value zero.
    05  ctr-enrol-cancels		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/p/c/i or * to end".
	10  filler			pic x(60)   value
		"enrolment already on file for that term start".
	10  filler			pic x(60)   value
		"enrolment not on file".
	10  filler			pic x(60)   value
		"patient not on file".
	10  filler			pic x(60)   value
		"plan not on file for the clinic".
	10  filler			pic x(60)   value
		"plan is inactive - no new enrolments".
	10  filler			pic x(60)   value
		"patient already enrolled for part of that term".
	10  filler			pic x(60)   value
		"fee must be greater than zero".
	10  filler			pic x(60)   value
		"enrolment is cancelled".
	10  filler			pic x(60)   value
		"payment must be greater than zero and not exceed owing".
	10  filler			pic x(60)   value
		"term start date is not a valid date".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 11 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m119".
    05  line 01 col 15 value "Block-Fee Enrolment Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=enrol P=payment C=cancel I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-enrol-key.
    05  line 05 col 01 value "CLINIC".
    05  scr-clinic line 05 col 30 pic 99 using ws-enrol-clinic-nbr auto required.
    05  line 06 col 01 value "PATIENT KEY".
    05  scr-pat-key line 06 col 30 pic x(16) using ws-enrol-pat-key auto required.
    05  line 06 col 48 pic x(31) from entry-pat-name.
    05  line 07 col 01 value "TERM START (YYYYMMDD)".
    05  scr-term-start line 07 col 30 pic 9(8) using ws-enrol-term-start auto.

01  scr-enrol-dtl.
    05  line 09 col 01 value "PLAN CODE".
    05  scr-plan line 09 col 30 pic x(4) using bfe-plan-cd auto required.
    05  line 09 col 36 pic x(30) from entry-plan-desc.
    05  line 10 col 01 value "TERM END".
    05  line 10 col 30 pic 9(8) from bfe-term-end.
    05  line 11 col 01 value "ANNUAL FEE".
    05  scr-fee line 11 col 30 pic zz,zz9.99 using bfe-fee-amt auto.
    05  line 12 col 01 value "PAID TO DATE".
    05  line 12 col 30 pic zz,zz9.99- from bfe-paid-amt.
    05  line 12 col 45 value "LAST PAID".
    05  line 12 col 56 pic 9(8) from bfe-paid-date.
    05  line 13 col 01 value "STATUS (A=active C=cancelled)".
    05  line 13 col 30 pic x from bfe-status.
    05  line 13 col 45 value "CANCELLED".
    05  line 13 col 56 pic 9(8) from bfe-cancel-date.
    05  line 14 col 01 value "INVOICE NBR / DATE".
    05  line 14 col 30 pic zzzzz9 from bfe-invoice-nbr.
    05  line 14 col 45 value "INVOICED".
    05  line 14 col 56 pic 9(8) from bfe-invoice-date.
    05  line 15 col 01 value "COVERED SERVICES USED".
    05  line 15 col 30 pic zzzz9 from bfe-svc-used.
    05  line 15 col 45 value "VALUE".
    05  line 15 col 56 pic z,zzz,zz9.99 from bfe-value-used.
    05  line 16 col 01 value "RENEWED".
    05  line 16 col 30 pic x from bfe-renewed-ind.

01  scr-payment.
    05  line 18 col 01 value "PAYMENT AMOUNT".
    05  scr-pay-amt line 18 col 30 pic zz,zz9.99 using entry-pay-amt auto.
    05  line 18 col 45 value "OWING".
    05  line 18 col 56 pic zz,zz9.99- from entry-owing-amt.

01  scr-confirm.
    05  line 20 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 20 col 25 pic x using ws-continue auto required.

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

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "number of reads".
    05  line 13 col 60  pic z(6)9 using ctr-enrol-reads.
    05  line 14 col 20  value "number of enrolments".
    05  line 14 col 60  pic z(6)9 using ctr-enrol-adds.
    05  line 15 col 20  value "number of payments".
    05  line 15 col 60  pic z(6)9 using ctr-enrol-payments.
    05  line 16 col 20  value "number of cancellations".
    05  line 16 col 60  pic z(6)9 using ctr-enrol-cancels.
    05  line 21 col 20	value "program m119 ending".
procedure division.
declaratives.

err-block-fee-enrol-file section.
    use after standard error procedure on block-fee-enrol.
err-block-fee-enrol.
    move status-cobol-block-fee-enrol	to common-status-file.
    display file-status-display.
    stop "error in accessing block-fee enrolment file".

err-block-fee-plan-file section.
    use after standard error procedure on block-fee-plan.
err-block-fee-plan.
    move status-cobol-block-fee-plan	to common-status-file.
    display file-status-display.
    stop "error in accessing block-fee plan master".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-maintenance.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o   block-fee-enrol.
    open input block-fee-plan
	       pat-mstr.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-entry-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not payment-code
     and not cancel-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move spaces				to	entry-pat-name
						entry-plan-desc.
    display blank-work-area.
    display scr-enrol-key.
    accept scr-clinic.
    accept scr-pat-key.

    move ws-enrol-pat-key		to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-99-exit.

    string pat-surname		delimited by "  "
	   " "			delimited by size
	   pat-given-name	delimited by "  "
	into entry-pat-name.
    display scr-enrol-key.

*	(a new term defaults to starting today)
    if   add-code
     and ws-enrol-term-start = zero
    then
	move sys-date-long		to	ws-enrol-term-start.
*   endif

    accept scr-term-start.

    move ws-enrol-key			to	bfe-key.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
    else
	if payment-code
	then
	    perform bb0-payment		thru	bb0-99-exit
	else
	    if cancel-code
	    then
		perform bc0-cancel	thru	bc0-99-exit
	    else
		perform bd0-inquire	thru	bd0-99-exit.
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add.

    read block-fee-enrol
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-enrol-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move ws-enrol-term-start		to	ws-end-date-r.
    if   ws-end-mm < 1
      or ws-end-mm > 12
      or ws-end-dd < 1
      or ws-end-dd > 31
      or ws-end-yy < 1900
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move spaces				to	block-fee-enrol-rec.
    move ws-enrol-key			to	bfe-key.
    move zero				to	bfe-fee-amt
						bfe-paid-amt
						bfe-paid-date
						bfe-invoice-nbr
						bfe-invoice-date
						bfe-cancel-date
						bfe-svc-used
						bfe-value-used
						bfe-last-used-date.
    move "A"				to	bfe-status.
    move "N"				to	bfe-renewed-ind.
    move pat-surname			to	bfe-pat-surname.
    move pat-given-name			to	bfe-pat-given-name.
    move sys-date-long			to	bfe-enrolled-date.
    move "E"				to	bfe-source.

*	(a one-year term - the day before the start date a year on)
    perform ca0-calc-term-end		thru	ca0-99-exit.

    display scr-enrol-dtl.

ba0-20-plan.

    accept scr-plan.

    move ws-enrol-clinic-nbr		to	bfp-clinic-nbr-1-2.
    move bfe-plan-cd			to	bfp-plan-cd.
    read block-fee-plan
	invalid key
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-20-plan.

    if not bfp-active
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-20-plan.
*   endif

    move bfp-desc			to	entry-plan-desc.
    move bfp-annual-fee			to	bfe-fee-amt.
    display scr-enrol-dtl.

ba0-30-fee.

    accept scr-fee.
    if bfe-fee-amt not > zero
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-30-fee.
*   endif

    perform cb0-check-overlap		thru	cb0-99-exit.
    if ws-overlap = "Y"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    write block-fee-enrol-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-enrol-adds.

ba0-99-exit.
    exit.
bb0-payment.

    read block-fee-enrol
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-enrol-reads.
    perform cc0-show-enrol		thru	cc0-99-exit.

    if bfe-cancelled
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    compute entry-owing-amt = bfe-fee-amt - bfe-paid-amt.
    move zero				to	entry-pay-amt.
    display scr-payment.

bb0-10-amount.

    accept scr-pay-amt.
    if   entry-pay-amt not > zero
      or entry-pay-amt > entry-owing-amt
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-10-amount.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    add entry-pay-amt			to	bfe-paid-amt.
    move sys-date-long			to	bfe-paid-date.

    rewrite block-fee-enrol-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-enrol-payments.

bb0-99-exit.
    exit.
bc0-cancel.

    read block-fee-enrol
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-enrol-reads.
    perform cc0-show-enrol		thru	cc0-99-exit.

    if bfe-cancelled
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    move "C"				to	bfe-status.
    move sys-date-long			to	bfe-cancel-date.

*	(a cancelled term stops covering services from today on -
*	 it ends on the cancel date for d001's term check)
    if bfe-term-end > sys-date-long
    then
	move sys-date-long		to	bfe-term-end.
*   endif

    rewrite block-fee-enrol-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-enrol-cancels.

bc0-99-exit.
    exit.
bd0-inquire.

    read block-fee-enrol
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-enrol-reads.
    perform cc0-show-enrol		thru	cc0-99-exit.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-calc-term-end.

*	(start date plus a year, less a day; a 29 february start
*	 ends on 28 february)
    move ws-enrol-term-start		to	ws-end-date-r.
    add 1				to	ws-end-yy.

    if ws-end-dd > 1
    then
	subtract 1			from	ws-end-dd
	go to ca0-90-move.
*   endif

    subtract 1				from	ws-end-mm.
    if ws-end-mm = zero
    then
	move 12				to	ws-end-mm
	subtract 1			from	ws-end-yy.
*   endif

    move month-days (ws-end-mm)		to	ws-end-dd.

    if ws-end-mm = 2
    then
	divide ws-end-yy by 4 giving ws-leap-quot
	    remainder ws-leap-rem
	if ws-leap-rem = zero
	then
	    move 29			to	ws-end-dd.
*	endif
*   endif

ca0-90-move.

    move ws-end-date-r			to	bfe-term-end.

ca0-99-exit.
    exit.
cb0-check-overlap.

*	(an active term at the clinic for the patient that overlaps
*	 the new one - started before the new one ends and ends on
*	 or after the day it starts)
    move "N"				to	ws-overlap.
    move block-fee-enrol-rec		to	ws-new-enrol-rec.
    move ws-enrol-clinic-nbr		to	bfe-clinic-nbr-1-2.
    move ws-enrol-pat-key		to	bfe-pat-key.
    move zero				to	bfe-term-start.

    start block-fee-enrol key is greater than or equal to bfe-key
	invalid key
	    go to cb0-90-restore.

cb0-10-read-next.

    read block-fee-enrol next
	at end
	    go to cb0-90-restore.

    if   bfe-clinic-nbr-1-2 not = ws-enrol-clinic-nbr
      or bfe-pat-key        not = ws-enrol-pat-key
    then
	go to cb0-90-restore.
*   endif

    if bfe-cancelled
    then
	go to cb0-10-read-next.
*   endif

    if   bfe-term-start not > ws-end-date-r
     and bfe-term-end   not < ws-enrol-term-start
    then
	move "Y"			to	ws-overlap
	go to cb0-90-restore.
*   endif

    go to cb0-10-read-next.

cb0-90-restore.

*	(put back the new term being built)
    move ws-new-enrol-rec		to	block-fee-enrol-rec.

cb0-99-exit.
    exit.
cc0-show-enrol.

    move bfe-clinic-nbr-1-2		to	bfp-clinic-nbr-1-2.
    move bfe-plan-cd			to	bfp-plan-cd.
    move spaces				to	entry-plan-desc.
    read block-fee-plan
	invalid key
	    go to cc0-10-show.

    move bfp-desc			to	entry-plan-desc.

cc0-10-show.

    display scr-enrol-dtl.

cc0-99-exit.
    exit.
az0-end-of-job.

    close block-fee-enrol
	  block-fee-plan
	  pat-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
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
