identification division.
program-id. m115.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f001 - batch control file
*			: f002 - claims master
*			: f051 - doctor cash master
*			: f090 - constants master
*			: f098 - user security master
*			: f121 - payment reallocation register
*
*   program purpose : supervised payment reallocation.  a payment
*			posted to the wrong claim (wrong patient,
*			wrong claim number keyed in d004, an RA line
*			matched to the wrong service) is moved, in
*			whole or in part, to the claim it belonged
*			to - instead of a negative adjustment on one
*			claim and a manual payment on the other,
*			which lost the link to the batch the money
*			came in on.  a supervisor signs on against
*			f098 first.  the payments on the source
*			claim are listed by the batch they came in
*			on (d004 "PAID" lines) plus whatever the
*			header carries from RA, statement and
*			unapplied cash posting; the one picked must
*			cover the amount and the target claim (same
*			clinic and agent) must owe at least that
*			much.  both claim headers are rewritten and
*			both claims get a "PAID" line (suffix R-Z)
*			quoting the reallocation reference, the
*			reason and the payment batch - all of it
*			through clmjrnl.  the payment batch's
*			control record carries the amount in
*			batctrl-realloc-tot, the f051 cash moves
*			between doctors when they differ, and the
*			move is filed on f121 for r095.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f001_batch_control_file.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f051_doc_cash_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f098_user_security.slr".
*
    copy "f121_pay_realloc.slr".
*
data division.
file section.
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f051_doc_cash_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f098_user_security.fd".
*
    copy "f121_pay_realloc.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-docash-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-pay-realloc		pic xx	value zero.

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  cur-line				pic 99	value 10.

77  sel-clinic-nbr			pic 99		value zero.
77  ws-supervisor-id			pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  ws-next-seq-nbr			pic 9(6)	value zero.

77  ws-source-payments			pic s9(7)v99	value zero.
77  ws-lines-total			pic s9(7)v99	value zero.
77  ws-available-amt			pic s9(7)v99	value zero.
77  ws-target-balance			pic s9(7)v99	value zero.
77  ws-move-amt				pic s9(7)v99	value zero.
77  ws-line-amt				pic s9(7)v99	value zero.

77  ws-pick				pic 9	value zero.
77  ss-src				pic 99	comp	value zero.
77  nbr-sources				pic 99	comp	value zero.
77  ss-suff				pic 99	comp	value zero.

01  ws-from-claim-id.
    05  ws-from-batch-nbr		pic x(9)	value spaces.
    05  ws-from-claim-nbr		pic 99		value zero.

01  ws-to-claim-id.
    05  ws-to-batch-nbr			pic x(9)	value spaces.
    05  ws-to-claim-nbr			pic 99		value zero.

01  ws-from-hdr.
    05  ws-from-agent-cd		pic 9.
    05  ws-from-doc-nbr			pic x(3).
    05  ws-from-doc-dept		pic 9.
    05  ws-from-surname			pic x(30).

01  ws-to-hdr.
    05  ws-to-agent-cd			pic 9.
    05  ws-to-doc-nbr			pic x(3).
    05  ws-to-doc-dept			pic 9.
    05  ws-to-surname			pic x(30).

*   reallocation entry - reason and explanation

01  entry-reason-cd			pic x	value spaces.
    88  entry-reason-ok				value "P" "C" "R" "O".
01  entry-reason-text			pic x(40)	value spaces.

*   reallocation reference as quoted on the claim lines

01  ws-realloc-ref.
    05  filler				pic xx	value "RL".
    05  ws-ref-clinic			pic 99.
    05  ws-ref-seq			pic 9(6).

*   the source claim's payments - one entry per payment batch the
*   "PAID" lines name, plus the header-only remainder (RA, statement
*   and unapplied cash postings carry no line)

01  source-table.
    05  source-entry			occurs 8 times.
	10  src-pay-ref			pic x(11).
	10  src-amt			pic s9(7)v99.

01  scr-src-work.
    05  scr-src-nbr			pic 9.
    05  scr-src-ref			pic x(11).
    05  scr-src-amt			pic s9(7)v99.

*   the "PAID" line suffixes m115 uses - d004 posts with a blank
*   suffix, so a reallocation line can never land on its key

01  suffix-values			pic x(9)	value "RSTUVWXYZ".
01  suffix-tbl redefines suffix-values.
    05  suffix-char			pic x	occurs 9 times.

01  ws-line-key				pic x(18).
01  ws-line-key-r redefines ws-line-key.
    05  ws-line-key-type		pic x.
    05  ws-line-claim-id		pic x(11).
    05  ws-line-oma-cd			pic x(4).
    05  ws-line-oma-suff		pic x.
    05  ws-line-adj-nbr			pic 9.

01  ws-line-counterpart			pic x(11).
01  ws-line-pay-ref			pic x(11).

01  ws-line-desc.
    05  filler				pic x(13)	value
		"REALLOCATION ".
    05  ws-desc-ref			pic x(10).
    05  filler				pic x		value space.
    05  ws-desc-direction		pic x(5).
    05  ws-desc-other-claim		pic x(11).
    05  filler				pic x		value space.
    05  ws-desc-reason-cd		pic x.
    05  filler				pic x		value space.
    05  ws-desc-supervisor		pic x(8).
    05  filler				pic x(9)	value spaces.

01  counters.
    05  ctr-reallocations		pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"SUPERVISOR SIGN-ON NOT ACCEPTED".
	10  filler			pic x(60)	value
		"CLAIM NOT ON THE CLAIMS MASTER".
	10  filler			pic x(60)	value
		"CLAIM IS NOT FOR THIS CLINIC".
	10  filler			pic x(60)	value
		"NO PAYMENT ON THIS CLAIM TO REALLOCATE".
	10  filler			pic x(60)	value
		"SELECT ONE OF THE PAYMENTS LISTED".
	10  filler			pic x(60)	value
		"TARGET IS THE SAME CLAIM".
	10  filler			pic x(60)	value
		"TARGET CLAIM IS FOR A DIFFERENT AGENT THAN THE PAYMENT".
	10  filler			pic x(60)	value
		"TARGET CLAIM HAS NO BALANCE OWING".
	10  filler			pic x(60)	value
		"AMOUNT MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"AMOUNT IS MORE THAN THE PAYMENT SELECTED".
	10  filler			pic x(60)	value
		"AMOUNT IS MORE THAN THE TARGET CLAIM OWES".
	10  filler			pic x(60)	value
		"REASON MUST BE P, C, R OR O".
	10  filler			pic x(60)	value
		"EXPLANATION IS REQUIRED".
	10  filler			pic x(60)	value
		"NO FREE REALLOCATION LINE LEFT ON THE CLAIM".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 15 times.
01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "def_agents.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m115".
    05  line 01 col 15 value "Payment Reallocation".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-clinic-entry.
    05  line 03 col 01 value "CLINIC".
    05  scr-clinic-nbr line 03 col 30 pic zz using sel-clinic-nbr auto required.
    05  line 03 col 40 pic x(20) from iconst-clinic-name.

01  scr-supervisor.
    05  line 04 col 01 value "SUPERVISOR ID (BLANK=END)".
    05  scr-supervisor-id line 04 col 30 pic x(8) using ws-supervisor-id auto.
    05  line 04 col 40 value "PASSWORD".
    05  scr-password line 04 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-from-claim.
    05  line 06 col 01 value "FROM BATCH (BLANK=END)".
    05  scr-from-batch line 06 col 30 pic x(9) using ws-from-batch-nbr auto.
    05  line 06 col 41 value "CLAIM".
    05  scr-from-claim-nbr line 06 col 47 pic 99 using ws-from-claim-nbr auto.

01  scr-from-info.
    05  line 07 col 01 value "PATIENT / AGENT / DOCTOR".
    05  line 07 col 30 pic x(30) from ws-from-surname.
    05  line 07 col 62 pic 9 from ws-from-agent-cd.
    05  line 07 col 65 pic x(3) from ws-from-doc-nbr.
    05  line 08 col 01 value "PAYMENTS ON THE CLAIM".
    05  line 08 col 30 pic z,zzz,zz9.99- from ws-source-payments.

01  scr-src-head.
    05  line 09 col 01 value "    PAID ON BATCH           AMOUNT".

01  scr-src-line.
    05  line cur-line col 01 pic 9 from scr-src-nbr.
    05  line cur-line col 05 pic x(11) from scr-src-ref.
    05  line cur-line col 20 pic z,zzz,zz9.99- from scr-src-amt.

01  scr-pick.
    05  line 18 col 01 value "PAYMENT TO MOVE (0=NONE)".
    05  scr-pick-fld line 18 col 30 pic 9 using ws-pick auto.

01  scr-selected.
    05  line 09 col 01 value "PAYMENT SELECTED".
    05  line 09 col 30 pic x(11) from src-pay-ref (ss-src).
    05  line 09 col 45 value "AVAILABLE".
    05  line 09 col 56 pic z,zzz,zz9.99- from ws-available-amt.

01  scr-to-claim.
    05  line 11 col 01 value "TO BATCH".
    05  scr-to-batch line 11 col 30 pic x(9) using ws-to-batch-nbr auto.
    05  line 11 col 41 value "CLAIM".
    05  scr-to-claim-nbr line 11 col 47 pic 99 using ws-to-claim-nbr auto.

01  scr-to-info.
    05  line 12 col 01 value "PATIENT / AGENT / DOCTOR".
    05  line 12 col 30 pic x(30) from ws-to-surname.
    05  line 12 col 62 pic 9 from ws-to-agent-cd.
    05  line 12 col 65 pic x(3) from ws-to-doc-nbr.
    05  line 13 col 01 value "BALANCE OWING".
    05  line 13 col 30 pic z,zzz,zz9.99- from ws-target-balance.

01  scr-move-entry.
    05  line 15 col 01 value "AMOUNT TO MOVE".
    05  scr-move-amt line 15 col 30 pic z,zzz,zz9.99 using ws-move-amt auto.
    05  line 16 col 01 value "REASON (P=WRONG PATIENT C=WRONG CLAIM R=RA LINE O=OTHER)".
    05  scr-reason-cd line 16 col 60 pic x using entry-reason-cd auto.
    05  line 17 col 01 value "EXPLANATION".
    05  scr-reason-text line 17 col 30 pic x(40) using entry-reason-text auto.

01  scr-reference.
    05  line 19 col 01 value "REALLOCATION REFERENCE".
    05  line 19 col 30 pic x(10) from ws-realloc-ref.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-claim-area.
    05  line 06 col 01 blank screen.

01  blank-source-area.
    05  line 09 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "number of payments reallocated".
    05  line 13 col 60  pic z(4)9 using ctr-reallocations.
    05  line 21 col 20	value "program m115 ending".
procedure division.
declaratives.

err-batctrl-file section.
    use after standard error procedure on batch-ctrl-file.
err-batctrl.
    move status-cobol-batctrl-file	to common-status-file.
    display "error in accessing batch control file - status "
	    common-status-file.
    stop "error in accessing batch control file".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-docash-file section.
    use after standard error procedure on docash-mstr.
err-docash-mstr.
    move status-cobol-docash-mstr	to common-status-file.
    display "error in accessing doctor cash master - status "
	    common-status-file.
    stop "error in accessing doctor cash master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display "error in accessing user security master - status "
	    common-status-file.
    stop "error in accessing user security master".

err-realloc-file section.
    use after standard error procedure on pay-realloc.
err-pay-realloc.
    move status-cobol-pay-realloc	to common-status-file.
    display "error in accessing payment reallocation register - status "
	    common-status-file.
    stop "error in accessing payment reallocation register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if entry-ok = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until ws-from-batch-nbr = spaces.
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o batch-ctrl-file
	     claims-mstr
	     docash-mstr
	     pay-realloc.
    open input iconst-mstr
	       user-security.

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

aa0-20-supervisor.

*	(moving money between claims is a supervisor's call - the
*	 sign-on must be an active user with every program)
    move "N"				to	entry-ok.
    move spaces				to	ws-supervisor-id
						ws-entered-password.
    display scr-supervisor.
    accept scr-supervisor-id.

    if ws-supervisor-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-supervisor-id		to	sec-user-id.

    read user-security
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-20-supervisor.

    if   not sec-user-active
      or not sec-all-programs
      or sec-password not = ws-entered-password
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-20-supervisor.
*   endif

    display blank-line-24.
    move "Y"				to	entry-ok.
    move "X"				to	ws-from-batch-nbr.

aa0-99-exit.
    exit.
ab0-processing.

    display blank-claim-area.
    move spaces				to	ws-from-batch-nbr.
    move zero				to	ws-from-claim-nbr.

    display scr-from-claim.
    accept scr-from-batch.

    if ws-from-batch-nbr = spaces
    then
	go to ab0-99-exit.
*   endif

    accept scr-from-claim-nbr.
    display blank-line-24.

    perform ba0-read-source		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bb0-list-payments		thru	bb0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bc0-pick-payment		thru	bc0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    display blank-source-area.
    display scr-selected.

    perform ca0-accept-target		thru	ca0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform cb0-accept-amount		thru	cb0-99-exit.

    perform cc0-find-next-seq		thru	cc0-99-exit.
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

    perform da0-relieve-source		thru	da0-99-exit.
    perform db0-apply-target		thru	db0-99-exit.
    perform dc0-move-doctor-cash	thru	dc0-99-exit.
    perform dd0-batch-control		thru	dd0-99-exit.
    perform de0-write-register		thru	de0-99-exit.

    add 1				to	ctr-reallocations.

    display "PAYMENT REALLOCATED - REFERENCE " ws-realloc-ref.
    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ba0-read-source.

    move "N"				to	entry-ok.

    move ws-from-claim-id		to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move "N"				to	entry-ok.

    if clmhdr-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move clmhdr-agent-cd		to	ws-from-agent-cd.
    move clmhdr-doc-nbr (2:3)		to	ws-from-doc-nbr.
    move clmhdr-doc-dept-nbr		to	ws-from-doc-dept.
    move clmhdr-pat-surname		to	ws-from-surname.
    move clmhdr-manual-and-tape-paymnts	to	ws-source-payments.

    display scr-from-info.

    if ws-source-payments not > zero
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
bb0-list-payments.

*	(walk the claim's "PAID" lines and total them by the batch
*	 the money came in on - a reallocation line carries its
*	 original batch, so the net per batch is what is left)
    move "N"				to	entry-ok.
    move zero				to	nbr-sources
						ws-lines-total.
    move "N"				to	eof-claims-mstr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-from-batch-nbr		to	key-clm-batch-nbr.
    move ws-from-claim-nbr		to	key-clm-claim-nbr.
    move "PAID"				to	key-clm-oma-cd.
    move low-values			to	key-clm-oma-suff.
    move zero				to	key-clm-adj-nbr.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

bb0-10-line-loop.

    if eof-claims-mstr = "Y"
    then
	go to bb0-50-remainder.
*   endif

    read claims-mstr next
	at end
	    go to bb0-50-remainder.

    if   key-clm-key-type  not = "B"
      or key-clm-batch-nbr not = ws-from-batch-nbr
      or key-clm-claim-nbr not = ws-from-claim-nbr
      or key-clm-oma-cd    not = "PAID"
    then
	go to bb0-50-remainder.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(header-only payments moved by an earlier reallocation carry
*	 no batch - they stay in the remainder below)
    if clmdtl-orig-batch-id = spaces
    then
	go to bb0-10-line-loop.
*   endif

    add clmdtl-fee-oma			to	ws-lines-total.
    move clmdtl-orig-batch-id		to	ws-line-pay-ref.
    move clmdtl-fee-oma			to	ws-line-amt.
    perform bd0-add-source		thru	bd0-99-exit.
    go to bb0-10-line-loop.

bb0-50-remainder.

    subtract ws-lines-total		from	ws-source-payments
					giving	ws-line-amt.
    move spaces				to	ws-line-pay-ref.
    perform bd0-add-source		thru	bd0-99-exit.

*	(show the ones with money left on them)
    display scr-src-head.
    move 10				to	cur-line.
    move 1				to	ss-src.

bb0-60-show-loop.

    if ss-src > nbr-sources
    then
	go to bb0-80-done.
*   endif

    if src-amt (ss-src) not > zero
    then
	go to bb0-70-next.
*   endif

    move ss-src				to	scr-src-nbr.
    move src-pay-ref (ss-src)		to	scr-src-ref.
    move src-amt (ss-src)		to	scr-src-amt.

    if src-pay-ref (ss-src) = spaces
    then
	move "RA/OTHER"			to	scr-src-ref.
*   endif

    display scr-src-line.
    add 1				to	cur-line.
    move "Y"				to	entry-ok.

bb0-70-next.

    add 1				to	ss-src.
    go to bb0-60-show-loop.

bb0-80-done.

    if entry-ok not = "Y"
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

bb0-99-exit.
    exit.
bc0-pick-payment.

    move "N"				to	entry-ok.
    move zero				to	ws-pick.

    display scr-pick.
    accept scr-pick-fld.
    display blank-line-24.

    if ws-pick = zero
    then
	go to bc0-99-exit.
*   endif

    move ws-pick			to	ss-src.

    if   ss-src > nbr-sources
      or src-amt (ss-src) not > zero
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-pick-payment.
*   endif

*	(never more than the header shows paid)
    move src-amt (ss-src)		to	ws-available-amt.
    if ws-available-amt > ws-source-payments
    then
	move ws-source-payments		to	ws-available-amt.
*   endif

    move "Y"				to	entry-ok.

bc0-99-exit.
    exit.
bd0-add-source.

    move 1				to	ss-suff.

bd0-10-search.

    if ss-suff > nbr-sources
    then
	go to bd0-50-new.
*   endif

    if src-pay-ref (ss-suff) = ws-line-pay-ref
    then
	add ws-line-amt			to	src-amt (ss-suff)
	go to bd0-99-exit.
*   endif

    add 1				to	ss-suff.
    go to bd0-10-search.

bd0-50-new.

*	(eight batches is plenty on one claim - any more fall to
*	 the remainder, which is still reallocatable)
    if nbr-sources not < 8
    then
	go to bd0-99-exit.
*   endif

    add 1				to	nbr-sources.
    move ws-line-pay-ref		to	src-pay-ref (nbr-sources).
    move ws-line-amt			to	src-amt (nbr-sources).

bd0-99-exit.
    exit.
ca0-accept-target.

    move "N"				to	entry-ok.
    move spaces				to	ws-to-batch-nbr.
    move zero				to	ws-to-claim-nbr.

    display scr-to-claim.
    accept scr-to-batch.

    if ws-to-batch-nbr = spaces
    then
	go to ca0-99-exit.
*   endif

    accept scr-to-claim-nbr.
    display blank-line-24.

    if ws-to-claim-id = ws-from-claim-id
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-accept-target.
*   endif

    move ws-to-claim-id			to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	go to ca0-accept-target.
*   endif

    move "N"				to	entry-ok.

    move clmhdr-agent-cd		to	ws-to-agent-cd.
    move clmhdr-doc-nbr (2:3)		to	ws-to-doc-nbr.
    move clmhdr-doc-dept-nbr		to	ws-to-doc-dept.
    move clmhdr-pat-surname		to	ws-to-surname.

*	(agent-based balance - the r070a convention u105 follows)
    move clmhdr-agent-cd		to	def-agent-code.

    if def-agent-bill-direct
    then
	move clmhdr-tot-claim-ar-oma	to	ws-target-balance
    else
	move clmhdr-tot-claim-ar-ohip	to	ws-target-balance.
*   endif

    subtract clmhdr-manual-and-tape-paymnts
					from	ws-target-balance.

    display scr-to-info.

    if clmhdr-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-accept-target.
*   endif

*	(the payment batch was keyed for one agent - the money stays
*	 with that agent so the batch and agent totals still agree)
    if ws-to-agent-cd not = ws-from-agent-cd
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-accept-target.
*   endif

    if ws-target-balance not > zero
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-accept-target.
*   endif

    move "Y"				to	entry-ok.

ca0-99-exit.
    exit.
cb0-accept-amount.

*	(default - whatever the payment and the target can both stand)
    if ws-target-balance < ws-available-amt
    then
	move ws-target-balance		to	ws-move-amt
    else
	move ws-available-amt		to	ws-move-amt.
*   endif

    move spaces				to	entry-reason-cd
						entry-reason-text.

cb0-10-amount.

    display scr-move-entry.
    accept scr-move-amt.
    display blank-line-24.

    if ws-move-amt not > zero
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-amount.
*   endif

    if ws-move-amt > ws-available-amt
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-amount.
*   endif

    if ws-move-amt > ws-target-balance
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-amount.
*   endif

cb0-20-reason.

    accept scr-reason-cd.
    display blank-line-24.

    if not entry-reason-ok
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-20-reason.
*   endif

cb0-30-explanation.

    accept scr-reason-text.
    display blank-line-24.

    if entry-reason-text = spaces
    then
	move 14				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-30-explanation.
*   endif

cb0-99-exit.
    exit.
cc0-find-next-seq.

*	(scan to the clinic's highest reallocation number)
    move 0				to	ws-next-seq-nbr.
    move sel-clinic-nbr			to	rea-clinic-nbr-1-2.
    move 0				to	rea-seq-nbr.

    start pay-realloc key is greater than or equal to rea-key
	invalid key
	    go to cc0-99-exit.

cc0-10-loop.

    read pay-realloc next
	at end
	    go to cc0-99-exit.

    if rea-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to cc0-99-exit.
*   endif

    move rea-seq-nbr			to	ws-next-seq-nbr.
    go to cc0-10-loop.

cc0-99-exit.
    exit.
da0-relieve-source.

    move ws-from-claim-id		to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    move claims-mstr-rec		to	cjp-before-image.
    subtract ws-move-amt		from	clmhdr-manual-and-tape-paymnts.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move "m115"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(and the line that says where it went)
    move ws-from-claim-id		to	ws-line-claim-id.
    move ws-to-claim-id			to	ws-line-counterpart.
    move "TO   "			to	ws-desc-direction.
    compute ws-line-amt = 0 - ws-move-amt.
    perform xb0-write-paid-line		thru	xb0-99-exit.

da0-99-exit.
    exit.
db0-apply-target.

    move ws-to-claim-id			to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    move claims-mstr-rec		to	cjp-before-image.
    add ws-move-amt			to	clmhdr-manual-and-tape-paymnts.
    move ws-move-amt			to	clmhdr-curr-payment.
    move sys-date-long			to	clmhdr-date-cash-tape-payment.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to db0-99-exit.

    move "m115"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move ws-to-claim-id			to	ws-line-claim-id.
    move ws-from-claim-id		to	ws-line-counterpart.
    move "FROM "			to	ws-desc-direction.
    move ws-move-amt			to	ws-line-amt.
    perform xb0-write-paid-line		thru	xb0-99-exit.

db0-99-exit.
    exit.
dc0-move-doctor-cash.

*	(f051 carries cash received by doctor - when the money moves
*	 to another doctor's claim it moves between their rows)
    if ws-to-doc-nbr = ws-from-doc-nbr
    then
	go to dc0-99-exit.
*   endif

    move sel-clinic-nbr			to	docash-clinic-1-2.
    move ws-from-doc-nbr		to	docash-doc-nbr.
    move ws-from-agent-cd		to	docash-agency-type.

*	(nothing was counted for the source doctor - nothing to move)
    read docash-mstr
	invalid key
	    go to dc0-99-exit.

    subtract ws-move-amt		from	docash-mtd-in-rec
						docash-ytd-in-rec.
    rewrite docash-master-rec.

    move sel-clinic-nbr			to	docash-clinic-1-2.
    move ws-to-doc-nbr			to	docash-doc-nbr.
    move ws-to-agent-cd			to	docash-agency-type.

    read docash-mstr
	invalid key
	    go to dc0-50-new-row.

    add ws-move-amt			to	docash-mtd-in-rec
						docash-ytd-in-rec.
    rewrite docash-master-rec.
    go to dc0-99-exit.

dc0-50-new-row.

    move spaces				to	docash-master-rec.
    move sel-clinic-nbr			to	docash-clinic-1-2.
    move ws-to-doc-nbr			to	docash-doc-nbr.
    move ws-to-agent-cd			to	docash-agency-type.
    move ws-to-doc-dept			to	docash-dept.
    move ws-move-amt			to	docash-mtd-in-rec
						docash-ytd-in-rec.
    move zero				to	docash-mtd-in-svc
						docash-ytd-in-svc.
    write docash-master-rec.

dc0-99-exit.
    exit.
dd0-batch-control.

*	(the payment batch, while its control record is still on
*	 file, shows how much of what it paid has been moved)
    if src-pay-ref (ss-src) = spaces
    then
	go to dd0-99-exit.
*   endif

    move src-pay-ref (ss-src) (1:9)	to	batctrl-batch-nbr.

    read batch-ctrl-file
	invalid key
	    go to dd0-99-exit.

    if batctrl-realloc-tot not numeric
    then
	move zero			to	batctrl-realloc-tot.
*   endif

    add ws-move-amt			to	batctrl-realloc-tot.

    rewrite batctrl-rec
	invalid key
	    next sentence.

dd0-99-exit.
    exit.
de0-write-register.

    move spaces				to	pay-realloc-rec.
    move sel-clinic-nbr			to	rea-clinic-nbr-1-2.
    move ws-next-seq-nbr		to	rea-seq-nbr.
    move sys-date-long			to	rea-date.
    accept sys-time			from	time.
    move sys-time			to	rea-time.
    move ws-from-claim-id		to	rea-from-claim-id.
    move ws-to-claim-id			to	rea-to-claim-id.
    move src-pay-ref (ss-src)		to	rea-pay-ref.
    move ws-move-amt			to	rea-amt.
    move ws-from-agent-cd		to	rea-agent-cd.
    move ws-from-doc-nbr		to	rea-from-doc-nbr.
    move ws-to-doc-nbr			to	rea-to-doc-nbr.
    move ws-from-surname		to	rea-from-surname.
    move ws-to-surname			to	rea-to-surname.
    move entry-reason-cd		to	rea-reason-cd.
    move entry-reason-text		to	rea-reason-text.
    move ws-supervisor-id		to	rea-supervisor-id.
    move zero				to	rea-printed-date.

    write pay-realloc-rec
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
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to xa0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move "Y"				to	entry-ok.

xa0-99-exit.
    exit.
xb0-write-paid-line.

*	(first free "PAID" key on the claim - suffix R to Z, adjustment
*	 number 1 to 9)
    move "B"				to	ws-line-key-type.
    move "PAID"				to	ws-line-oma-cd.
    move 1				to	ss-suff.
    move 1				to	ws-line-adj-nbr.

xb0-10-find-key.

    move suffix-char (ss-suff)		to	ws-line-oma-suff.
    move ws-line-key			to	key-claims-mstr.

    read claims-mstr
	invalid key
	    go to xb0-50-build.

    if ws-line-adj-nbr < 9
    then
	add 1				to	ws-line-adj-nbr
	go to xb0-10-find-key.
*   endif

    if ss-suff < 9
    then
	add 1				to	ss-suff
	move 1				to	ws-line-adj-nbr
	go to xb0-10-find-key.
*   endif

    move 15				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to xb0-99-exit.

xb0-50-build.

*	(a payment line like d004's, but dated today and quoting the
*	 reallocation - kept off the patient path with a "Z" key)
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
    move "B"				to	clmdtl-b-key-type.
    move ws-line-counterpart		to	clmdtl-b-data (1:11).
    move zeros				to	clmdtl-b-oma-cd
						clmdtl-b-oma-suff
						clmdtl-b-adj-nbr.
    move "PAID"				to	clmdtl-oma-cd.
    move ws-line-oma-suff		to	clmdtl-oma-suff.
    move ws-line-adj-nbr		to	clmdtl-adj-nbr.
    move "C"				to	clmdtl-adj-cd.
    move ws-from-agent-cd		to	clmdtl-agent-cd.
    move sys-date-long			to	clmdtl-sv-date
						clmdtl-date-period-end.
    move ws-line-amt			to	clmdtl-fee-oma.
    move src-pay-ref (ss-src)		to	clmdtl-orig-batch-id.
    move ws-line-claim-id (1:9)		to	clmdtl-batch-nbr.
    move ws-line-claim-id (10:2)	to	clmdtl-claim-nbr.

    move ws-realloc-ref			to	ws-desc-ref.
    move ws-line-counterpart		to	ws-desc-other-claim.
    move entry-reason-cd		to	ws-desc-reason-cd.
    move ws-supervisor-id		to	ws-desc-supervisor.
    move ws-line-desc			to	clmdtl-desc.

    move claim-detail-rec		to	claims-mstr-rec.

    write claims-mstr-rec
	invalid key
	    move 15			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to xb0-99-exit.

    move "m115"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

xb0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close batch-ctrl-file
	  claims-mstr
	  docash-mstr
	  pay-realloc.
    close iconst-mstr
	  user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
