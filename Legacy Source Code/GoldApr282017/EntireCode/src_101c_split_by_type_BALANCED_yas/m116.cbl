identification division.
program-id. m116.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f072 - client master
*			: f090 - constants master
*			: f122 - bad-debt recovery register
*
*   program purpose : bad-debt recovery posting.  a claim written
*			off by u023, or dropped to status 9 after
*			collections, is sometimes paid months later.
*			posted through d004 the money lands on a
*			claim with no balance and shows up as a
*			credit that d005 flags for refund.  here the
*			"WOFF" lines under the claim say how much was
*			written off and is still outstanding; the
*			payment (never more than that) reinstates
*			that much of the write-off - a negative
*			"WOFF" line, suffix V - and is posted against
*			it - a "PAID" line, suffix Q - so the claim
*			still balances to zero and nothing is left to
*			refund.  the header is rewritten and both
*			lines written through clmjrnl, all quoting
*			the recovery reference.  when the whole
*			write-off has come back the claim's "W"
*			adjustment code is cleared so u105 stops
*			carrying it as status 9.  the recovery is
*			filed on f122:  r006 counts it into the day's
*			deposit, u101 books it to bad-debt recovery
*			rather than revenue or cash against the
*			receivable, and r096 reports it by agent and
*			client.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f122_bad_debt_recovery.slr".
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f122_bad_debt_recovery.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-bad-debt-rcv		pic xx	value zero.

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  eof-claims-mstr			pic x	value "N".

77  sel-clinic-nbr			pic 99		value zero.
77  ws-next-seq-nbr			pic 9(6)	value zero.

77  ws-woff-outstanding			pic s9(7)v99	value zero.
77  ws-woff-date			pic 9(8)	value zero.
77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-line-amt				pic s9(7)v99	value zero.
77  ws-fully-recovered			pic x	value "N".

01  ws-claim-id.
    05  ws-claim-batch-nbr		pic x(9)	value spaces.
    05  ws-claim-nbr			pic 99		value zero.

01  ws-claim-hdr.
    05  ws-agent-cd			pic 9.
    05  ws-doc-nbr			pic x(3).
    05  ws-surname			pic x(30).

*   recovery entry

01  entry-recovery.
    05  entry-payer-client-id		pic x(5)	value spaces.
    05  entry-payer-name		pic x(30)	value spaces.
    05  entry-source-cd			pic x		value spaces.
	88  entry-source-ok				value "P" "I" "A" "O".
    05  entry-cheque-nbr		pic x(12)	value spaces.
    05  entry-rcv-amt			pic s9(7)v99	value zero.
    05  entry-remarks			pic x(40)	value spaces.

*   recovery reference as quoted on the claim lines

01  ws-recovery-ref.
    05  filler				pic xx	value "RC".
    05  ws-ref-clinic			pic 99.
    05  ws-ref-seq			pic 9(6).

01  ws-line-key				pic x(18).
01  ws-line-key-r redefines ws-line-key.
    05  ws-line-key-type		pic x.
    05  ws-line-claim-id		pic x(11).
    05  ws-line-oma-cd			pic x(4).
    05  ws-line-oma-suff		pic x.
    05  ws-line-adj-nbr			pic 9.

01  ws-woff-desc.
    05  filler				pic x(21)	value
		"WRITE-OFF REINSTATED ".
    05  ws-woff-desc-ref		pic x(10).
    05  filler				pic x(29)	value spaces.

01  ws-paid-desc.
    05  filler				pic x(9)	value
		"RECOVERY ".
    05  ws-paid-desc-ref		pic x(10).
    05  filler				pic x		value space.
    05  ws-paid-desc-source		pic x.
    05  filler				pic x		value space.
    05  ws-paid-desc-cheque		pic x(12).
    05  filler				pic x		value space.
    05  ws-paid-desc-payer		pic x(25).

01  counters.
    05  ctr-recoveries			pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"CLAIM NOT ON THE CLAIMS MASTER".
	10  filler			pic x(60)	value
		"CLAIM IS NOT FOR THIS CLINIC".
	10  filler			pic x(60)	value
		"NO WRITE-OFF OUTSTANDING ON THIS CLAIM - POST IT IN D004".
	10  filler			pic x(60)	value
		"CLIENT NOT ON THE CLIENT MASTER".
	10  filler			pic x(60)	value
		"PAYER NAME IS REQUIRED".
	10  filler			pic x(60)	value
		"SOURCE MUST BE P, I, A OR O".
	10  filler			pic x(60)	value
		"AMOUNT MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"AMOUNT IS MORE THAN THE WRITE-OFF OUTSTANDING".
	10  filler			pic x(60)	value
		"NO FREE RECOVERY LINE LEFT ON THE CLAIM".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 10 times.
01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m116".
    05  line 01 col 15 value "Bad-Debt Recovery".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-clinic-entry.
    05  line 03 col 01 value "CLINIC".
    05  scr-clinic-nbr line 03 col 30 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 40 pic x(20) from iconst-clinic-name.

01  scr-claim-entry.
    05  line 05 col 01 value "BATCH (BLANK=END)".
    05  scr-claim-batch line 05 col 30 pic x(9) using ws-claim-batch-nbr auto.
    05  line 05 col 41 value "CLAIM".
    05  scr-claim-nbr line 05 col 47 pic 99 using ws-claim-nbr auto.

01  scr-claim-info.
    05  line 06 col 01 value "PATIENT / AGENT / DOCTOR".
    05  line 06 col 30 pic x(30) from ws-surname.
    05  line 06 col 62 pic 9 from ws-agent-cd.
    05  line 06 col 65 pic x(3) from ws-doc-nbr.
    05  line 07 col 01 value "WRITTEN OFF ON".
    05  line 07 col 30 pic 9(8) from ws-woff-date.
    05  line 08 col 01 value "WRITE-OFF OUTSTANDING".
    05  line 08 col 30 pic z,zzz,zz9.99- from ws-woff-outstanding.
    05  line 09 col 01 value "BALANCE OWING".
    05  line 09 col 30 pic z,zzz,zz9.99- from ws-claim-balance.

01  scr-recovery-entry.
    05  line 11 col 01 value "PAYER CLIENT (OPTIONAL)".
    05  scr-payer-client line 11 col 30 pic x(5) using entry-payer-client-id auto.
    05  line 12 col 01 value "PAYER NAME".
    05  scr-payer-name line 12 col 30 pic x(30) using entry-payer-name auto.
    05  line 13 col 01 value "SOURCE (P=PATIENT I=INSURER A=AGENCY O=OTHER)".
    05  scr-source-cd line 13 col 60 pic x using entry-source-cd auto.
    05  line 14 col 01 value "CHEQUE / REFERENCE".
    05  scr-cheque-nbr line 14 col 30 pic x(12) using entry-cheque-nbr auto.
    05  line 15 col 01 value "AMOUNT RECOVERED".
    05  scr-rcv-amt line 15 col 30 pic z,zzz,zz9.99 using entry-rcv-amt auto.
    05  line 16 col 01 value "REMARKS".
    05  scr-remarks line 16 col 30 pic x(40) using entry-remarks auto.

01  scr-reference.
    05  line 18 col 01 value "RECOVERY REFERENCE".
    05  line 18 col 30 pic x(10) from ws-recovery-ref.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-claim-area.
    05  line 05 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "number of recoveries posted".
    05  line 13 col 60  pic z(4)9 using ctr-recoveries.
    05  line 21 col 20	value "program m116 ending".
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

err-recovery-file section.
    use after standard error procedure on bad-debt-rcv.
err-bad-debt-rcv.
    move status-cobol-bad-debt-rcv	to common-status-file.
    display "error in accessing bad-debt recovery register - status "
	    common-status-file.
    stop "error in accessing bad-debt recovery register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until ws-claim-batch-nbr = spaces.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o claims-mstr
	     bad-debt-rcv.
    open input client-mstr
	       iconst-mstr.

    display scr-title.

aa0-10-clinic.

    display scr-clinic-entry.
    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.

    read iconst-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-clinic.

    display scr-clinic-entry.
    display blank-line-24.

    move "X"				to	ws-claim-batch-nbr.

aa0-99-exit.
    exit.
ab0-processing.

    display blank-claim-area.
    move spaces				to	ws-claim-batch-nbr.
    move zero				to	ws-claim-nbr.

    display scr-claim-entry.
    accept scr-claim-batch.

    if ws-claim-batch-nbr = spaces
    then
	go to ab0-99-exit.
*   endif

    accept scr-claim-nbr.
    display blank-line-24.

    perform ba0-read-claim		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bb0-total-write-off		thru	bb0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform ca0-accept-recovery		thru	ca0-99-exit.

    perform cb0-find-next-seq		thru	cb0-99-exit.
    add 1				to	ws-next-seq-nbr.
    move sel-clinic-nbr			to	ws-ref-clinic.
    move ws-next-seq-nbr		to	ws-ref-seq.
    display scr-reference.

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform da0-post-recovery		thru	da0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform de0-write-register		thru	de0-99-exit.

    add 1				to	ctr-recoveries.

    display "RECOVERY POSTED - REFERENCE " ws-recovery-ref.
    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ba0-read-claim.

    move ws-claim-id			to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move "N"				to	entry-ok.

    if clmhdr-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move clmhdr-agent-cd		to	ws-agent-cd.
    move clmhdr-doc-nbr (2:3)		to	ws-doc-nbr.
    move clmhdr-pat-surname		to	ws-surname.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
bb0-total-write-off.

*	(every "WOFF" line under the claim - u023's original and any
*	 reinstatement lines from earlier recoveries - nets to what
*	 is still written off)
    move "N"				to	entry-ok.
    move zero				to	ws-woff-outstanding
						ws-woff-date.
    move "N"				to	eof-claims-mstr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-claim-batch-nbr		to	key-clm-batch-nbr.
    move ws-claim-nbr			to	key-clm-claim-nbr.
    move "WOFF"				to	key-clm-oma-cd.
    move low-values			to	key-clm-oma-suff.
    move zero				to	key-clm-adj-nbr.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

bb0-10-line-loop.

    if eof-claims-mstr = "Y"
    then
	go to bb0-50-check.
*   endif

    read claims-mstr next
	at end
	    go to bb0-50-check.

    if   key-clm-key-type  not = "B"
      or key-clm-batch-nbr not = ws-claim-batch-nbr
      or key-clm-claim-nbr not = ws-claim-nbr
      or key-clm-oma-cd    not = "WOFF"
    then
	go to bb0-50-check.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(not u148's write-off of the collection agency's commission -
*	 the debtor paid that to the agency)
    if clmdtl-oma-suff = "K"
    then
	go to bb0-10-line-loop.
*   endif

    add clmdtl-fee-oma			to	ws-woff-outstanding.

    if clmdtl-oma-suff not = "V"
    then
	move clmdtl-sv-date		to	ws-woff-date.
*   endif

    go to bb0-10-line-loop.

bb0-50-check.

    display scr-claim-info.

    if ws-woff-outstanding not > zero
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    move "Y"				to	entry-ok.

bb0-99-exit.
    exit.
ca0-accept-recovery.

    move spaces				to	entry-recovery.
    move ws-woff-outstanding		to	entry-rcv-amt.

ca0-10-entry.

    display scr-recovery-entry.
    accept scr-payer-client.
    display blank-line-24.

*	(a receivable client pays - its name is the default payer)
    if entry-payer-client-id not = spaces
    then
	move entry-payer-client-id	to	client-id of client-mstr-rec
	read client-mstr
	    invalid key
		move 5			to	err-ind
		perform za0-common-error	thru	za0-99-exit
		go to ca0-10-entry
	end-read
	if entry-payer-name = spaces
	then
	    move client-desc of client-mstr-rec
					to	entry-payer-name
	    display scr-recovery-entry.
*	endif
*   endif

    accept scr-payer-name.

    if entry-payer-name = spaces
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

ca0-20-source.

    accept scr-source-cd.
    display blank-line-24.

    if not entry-source-ok
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-source.
*   endif

    accept scr-cheque-nbr.

ca0-30-amount.

    accept scr-rcv-amt.
    display blank-line-24.

    if entry-rcv-amt not > zero
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-amount.
*   endif

*	(anything over the write-off is a payment on a paid claim -
*	 that is d004's business, not a recovery)
    if entry-rcv-amt > ws-woff-outstanding
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-amount.
*   endif

    accept scr-remarks.

ca0-99-exit.
    exit.
cb0-find-next-seq.

*	(scan to the clinic's highest recovery number)
    move 0				to	ws-next-seq-nbr.
    move sel-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move 0				to	rcv-seq-nbr.

    start bad-debt-rcv key is greater than or equal to rcv-key
	invalid key
	    go to cb0-99-exit.

cb0-10-loop.

    read bad-debt-rcv next
	at end
	    go to cb0-99-exit.

    if rcv-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to cb0-99-exit.
*   endif

    move rcv-seq-nbr			to	ws-next-seq-nbr.
    go to cb0-10-loop.

cb0-99-exit.
    exit.
da0-post-recovery.

    move ws-claim-id			to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	go to da0-99-exit.
*   endif

    move claims-mstr-rec		to	cjp-before-image.

*	(u023 booked the write-off into the header payments, and the
*	 recovery takes over that much of it as real money, so the
*	 payments total does not move - only the last payment's date
*	 and amount are stamped)
    move entry-rcv-amt			to	clmhdr-curr-payment.
    move sys-date-long			to	clmhdr-date-cash-tape-payment.

*	(all of the write-off recovered - the claim is no longer a
*	 written-off claim)
    move "N"				to	ws-fully-recovered.
    if entry-rcv-amt = ws-woff-outstanding
    then
	move "Y"			to	ws-fully-recovered
	move space			to	clmhdr-adj-cd.
*   endif

    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    move "N"			to	entry-ok
	    go to da0-99-exit.

    move "m116"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(the reinstatement - a "WOFF" line backing out that much of
*	 the write-off)
    move "WOFF"				to	ws-line-oma-cd.
    move "V"				to	ws-line-oma-suff.
    compute ws-line-amt = 0 - entry-rcv-amt.
    move ws-recovery-ref		to	ws-woff-desc-ref.
    perform xb0-write-line		thru	xb0-99-exit.

    if entry-ok not = "Y"
    then
	go to da0-99-exit.
*   endif

*	(and the payment against it)
    move "PAID"				to	ws-line-oma-cd.
    move "Q"				to	ws-line-oma-suff.
    move entry-rcv-amt			to	ws-line-amt.
    move ws-recovery-ref		to	ws-paid-desc-ref.
    move entry-source-cd		to	ws-paid-desc-source.
    move entry-cheque-nbr		to	ws-paid-desc-cheque.
    move entry-payer-name		to	ws-paid-desc-payer.
    perform xb0-write-line		thru	xb0-99-exit.

da0-99-exit.
    exit.
de0-write-register.

    move spaces				to	bad-debt-rcv-rec.
    move sel-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move ws-next-seq-nbr		to	rcv-seq-nbr.
    move sys-date-long			to	rcv-date.
    accept sys-time			from	time.
    move sys-time			to	rcv-time.
    move ws-claim-id			to	rcv-claim-id.
    move ws-agent-cd			to	rcv-agent-cd.
    move ws-doc-nbr			to	rcv-doc-nbr.
    move ws-surname			to	rcv-pat-surname.
    move entry-payer-client-id		to	rcv-payer-client-id.
    move entry-payer-name		to	rcv-payer-name.
    move entry-source-cd		to	rcv-source-cd.
    move entry-cheque-nbr		to	rcv-cheque-nbr.
    move ws-woff-date			to	rcv-woff-date.
    move ws-woff-outstanding		to	rcv-woff-amt.
    move entry-rcv-amt			to	rcv-amt.
    move ws-fully-recovered		to	rcv-fully-recovered.
    move entry-remarks			to	rcv-remarks.

    write bad-debt-rcv-rec
	invalid key
	    next sentence.

de0-99-exit.
    exit.
xa0-read-header.

    move "N"				to	entry-ok.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-line-claim-id		to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to xa0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move "Y"				to	entry-ok.

xa0-99-exit.
    exit.
xb0-write-line.

*	(first free key for the line's code and suffix - adjustment
*	 number 1 to 9.  u023 writes its "WOFF" with suffix W and
*	 m115 its "PAID" lines with R to Z; V and Q are the recovery
*	 lines, which u148 also writes for the collection agency)
    move "N"				to	entry-ok.
    move "B"				to	ws-line-key-type.
    move ws-claim-id			to	ws-line-claim-id.
    move 1				to	ws-line-adj-nbr.

xb0-10-find-key.

    move ws-line-key			to	key-claims-mstr.

    read claims-mstr
	invalid key
	    go to xb0-50-build.

    if ws-line-adj-nbr < 9
    then
	add 1				to	ws-line-adj-nbr
	go to xb0-10-find-key.
*   endif

    move 10				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to xb0-99-exit.

xb0-50-build.

*	(an adjustment line like u023's, dated today and quoting the
*	 recovery - kept off the patient path with a "Z" key)
    move spaces				to	claim-detail-rec.
    move zeros				to	clmdtl-agent-cd
						clmdtl-line-no
						clmdtl-sv-date
						clmdtl-consecutive-sv-date (1)
						clmdtl-consecutive-sv-date (2)
						clmdtl-consecutive-sv-date (3)
						clmdtl-sv-nbr (1)
						clmdtl-sv-nbr (2)
						clmdtl-sv-nbr (3)
						clmdtl-nbr-serv
						clmdtl-fee-ohip
						clmdtl-amt-tech-billed
						clmdtl-rev-group-cd
						clmdtl-cycle-nbr
						clmdtl-claim-nbr.

    move ws-line-key			to	k-clmdtl-claims-mstr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.
    move ws-line-oma-cd			to	clmdtl-oma-cd.
    move ws-line-oma-suff		to	clmdtl-oma-suff.
    move ws-line-adj-nbr		to	clmdtl-adj-nbr.
    move ws-agent-cd			to	clmdtl-agent-cd.
    move sys-date-long			to	clmdtl-sv-date
						clmdtl-date-period-end.
    move ws-line-amt			to	clmdtl-fee-oma.
    move ws-claim-batch-nbr		to	clmdtl-batch-nbr.
    move ws-claim-nbr			to	clmdtl-claim-nbr.

    if ws-line-oma-cd = "WOFF"
    then
	move "W"			to	clmdtl-adj-cd
	move ws-woff-desc		to	clmdtl-desc
    else
	move "C"			to	clmdtl-adj-cd
	move ws-paid-desc		to	clmdtl-desc.
*   endif

    move claim-detail-rec		to	claims-mstr-rec.

    write claims-mstr-rec
	invalid key
	    move 10			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to xb0-99-exit.

    move "m116"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move "Y"				to	entry-ok.

xb0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close claims-mstr
	  bad-debt-rcv.
    close client-mstr
	  iconst-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
