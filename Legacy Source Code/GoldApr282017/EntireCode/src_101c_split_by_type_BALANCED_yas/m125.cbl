identification division.
program-id. m125.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f001 - batch control file
*			: f002 - claims master
*			: f040 - oma fee master
*			: f084 - entry session recovery journal
*			: f090 - constants master
*			: f098 - user security master
*			: f139 - pending adjustment queue
*
*   program purpose : pending adjustment approval.  d004 holds an
*			adjustment or write-down keyed over the
*			operator's f098 limit on f139 instead of
*			posting it.  a supervisor signs on against
*			f098 and works the clinic's queue - each
*			entry listed with its claim, amount, the
*			operator and the operator's reason - and
*			A = approves it: the claim is posted into
*			the batch it was keyed in exactly as d004
*			would have posted it (adjustment claim
*			header and detail, the adjusted claim's
*			header, hst on taxable direct-bill fees,
*			all through clmjrnl) and the batch totals
*			and claim count take it up; J = rejects it
*			with a note - nothing is posted; S = sends
*			it back to the operator with a note - d004
*			shows it at their next sign-on.  nobody
*			approves their own entry.  a batch already
*			past keying (status 2 or more) or still
*			open in d004 takes no approvals.
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
    copy "f040_oma_fee_mstr.slr".
*
    copy "f084_entry_recovery.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f098_user_security.slr".
*
    copy "f139_pending_adj.slr".
*
data division.
file section.
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f084_entry_recovery.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f090_const_mstr_rec_7.ws".
*
    copy "f098_user_security.fd".
*
    copy "f139_pending_adj.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-entry-recovery		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-pending-adj		pic xx	value zero.

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  ws-end				pic x	value "N".
77  eof-pending-adj			pic x	value "N".
77  ws-batch-on-file			pic x	value "N".
77  cur-line				pic 99	value 7.

77  sel-clinic-nbr			pic 99		value zero.
77  ws-supervisor-id			pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.

77  ws-pick				pic x(6)	value spaces.
77  ws-pick-nbr redefines ws-pick	pic 9(6).
77  ws-list-from-nbr			pic 9(6)	value 1.
77  ws-last-listed-nbr			pic 9(6)	value zero.
77  ws-action				pic x	value spaces.
    88  action-approve				value "A".
    88  action-reject				value "J".
    88  action-send-back			value "S".
    88  action-none				value " ".
77  ws-note				pic x(40)	value spaces.

77  ws-new-claim-nbr			pic 99		value zero.
77  ss-adj				pic 9		value zero.
77  ws-posted-ohip			pic s9(6)v99	value zero.
77  ws-posted-oma			pic s9(6)v99	value zero.
77  ws-amt-tech				pic s9(6)v99	value zero.
77  ws-batch-amt-check			pic s9(7)v99	value zero.
77  ws-hst-rate				pic 9v9(4)	value zero.
77  ws-hst-amt				pic s9(5)v99	value zero.

01  counters.
    05  ctr-approved			pic 9(5)	value zero.
    05  ctr-rejected			pic 9(5)	value zero.
    05  ctr-sent-back			pic 9(5)	value zero.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"SUPERVISOR SIGN-ON NOT ACCEPTED".
	10  filler			pic x(60)	value
		"ENTER A PENDING NUMBER FROM THE LIST".
	10  filler			pic x(60)	value
		"NOT A PENDING ADJUSTMENT FOR THIS CLINIC".
	10  filler			pic x(60)	value
		"ACTION MUST BE A, J, S OR BLANK".
	10  filler			pic x(60)	value
		"A SUPERVISOR MAY NOT APPROVE THEIR OWN ENTRY".
	10  filler			pic x(60)	value
		"A NOTE IS REQUIRED TO REJECT OR SEND BACK".
	10  filler			pic x(60)	value
		"BATCH IS PAST KEYING - REJECT IT AND HAVE IT RE-KEYED".
	10  filler			pic x(60)	value
		"BATCH IS OPEN IN D004 - APPROVE WHEN THE OPERATOR CLOSES IT".
	10  filler			pic x(60)	value
		"BATCH ALREADY HAS 99 CLAIMS - REJECT AND RE-KEY IT".
	10  filler			pic x(60)	value
		"BATCH AMOUNT WOULD PASS 99999.99 - REJECT AND RE-KEY IT".
	10  filler			pic x(60)	value
		"NEXT CLAIM NUMBER IN THE BATCH ALREADY ON FILE".
	10  filler			pic x(60)	value
		"ADJUSTED CLAIM'S HEADER NOT ON THE CLAIMS MASTER".
	10  filler			pic x(60)	value
		"CLAIMS MASTER WRITE FAILED - POSTING STOPPED".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 14 times.
01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "def_agents.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m125".
    05  line 01 col 15 value "Pending Adjustment Approval".
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

01  scr-list-head.
    05  line 06 col 01 value "NUMBER  BATCH     CLAIM       ADJ      AMOUNT  OPERATOR  REASON".

01  scr-list-line.
    05  line cur-line col 01 pic 9(6) from pa-pend-nbr.
    05  line cur-line col 09 pic x(9) from pa-batch-nbr.
    05  line cur-line col 19 pic x(11) from pa-claim-id.
    05  line cur-line col 32 pic x from pa-adj-cd.
    05  line cur-line col 35 pic zz,zz9.99- from pa-amt-ohip.
    05  line cur-line col 47 pic x(8) from pa-operator.
    05  line cur-line col 57 pic x(24) from pa-reason.

01  scr-pick.
    05  line 20 col 01 value "PENDING NUMBER (BLANK=NEXT PAGE *=END)".
    05  scr-pick-fld line 20 col 42 pic x(6) using ws-pick auto.

01  scr-entry-dtl.
    05  line 06 col 01 value "PENDING NUMBER".
    05  line 06 col 25 pic 9(6) from pa-pend-nbr.
    05  line 07 col 01 value "BATCH / ADJUSTMENT CODE".
    05  line 07 col 25 pic x(9) from pa-batch-nbr.
    05  line 07 col 36 pic x from pa-adj-cd.
    05  line 08 col 01 value "CLAIM ADJUSTED".
    05  line 08 col 25 pic x(11) from pa-claim-id.
    05  line 09 col 01 value "AMOUNT OHIP".
    05  line 09 col 25 pic zzz,zz9.99- from pa-amt-ohip.
    05  line 10 col 01 value "AMOUNT OMA".
    05  line 10 col 25 pic zzz,zz9.99- from pa-amt-oma.
    05  line 11 col 01 value "TECHNICAL PORTION".
    05  line 11 col 25 pic zzz,zz9.99- from pa-amt-tech.
    05  line 12 col 01 value "OPERATOR / LIMIT".
    05  line 12 col 25 pic x(8) from pa-operator.
    05  line 12 col 35 pic zz,zz9 from pa-operator-limit.
    05  line 13 col 01 value "KEYED".
    05  line 13 col 25 pic 9999/99/99 from pa-keyed-date.
    05  line 13 col 37 pic 99b99b99 from pa-keyed-time.
    05  line 14 col 01 value "REASON".
    05  line 14 col 25 pic x(40) from pa-reason.

01  scr-action.
    05  line 16 col 01 value "A=APPROVE J=REJECT S=SEND BACK (BLANK=LEAVE)".
    05  scr-action-fld line 16 col 47 pic x using ws-action auto.

01  scr-note.
    05  line 17 col 01 value "NOTE".
    05  scr-note-fld line 17 col 25 pic x(40) using ws-note auto.

01  scr-posted.
    05  line 19 col 01 value "POSTED AS CLAIM".
    05  line 19 col 25 pic x(9) from pa-batch-nbr.
    05  line 19 col 35 pic 99 from ws-new-claim-nbr.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 06 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "adjustments approved and posted".
    05  line 13 col 60  pic z(4)9 using ctr-approved.
    05  line 14 col 20  value "adjustments rejected".
    05  line 14 col 60  pic z(4)9 using ctr-rejected.
    05  line 15 col 20  value "adjustments sent back".
    05  line 15 col 60  pic z(4)9 using ctr-sent-back.
    05  line 21 col 20	value "program m125 ending".
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

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if entry-ok = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until ws-end = "Y".
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o batch-ctrl-file
	     claims-mstr.
    open input oma-fee-mstr
	       entry-recovery
	       iconst-mstr
	       user-security.
    open i-o pending-adj.

*	(fresh system - nothing has been held yet)
    if status-cobol-pending-adj = "35"
    then
	open output pending-adj
	close pending-adj
	open i-o pending-adj.
*   endif

*	(hst rate off the billing constants record, as d004 has it)
    move 7				to	const-rec-7-rec-nbr.
    read iconst-mstr
	invalid key
	    move 0			to	ws-hst-rate.
    if const-rec-7-rec-nbr = 7
    then
	move const-hst-rate		to	ws-hst-rate.
*   endif

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

*	(approving money past an operator's limit is a supervisor's
*	 call - the sign-on must be an active user with every program)
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

aa0-99-exit.
    exit.
ab0-processing.

    perform ba0-list-page		thru	ba0-99-exit.

    move spaces				to	ws-pick.
    display scr-pick.
    accept scr-pick-fld.
    display blank-line-24.

    if ws-pick = "*"
    then
	move "Y"			to	ws-end
	go to ab0-99-exit.
*   endif

*	(blank - the next page of the queue, back to the top after
*	 the last one)
    if ws-pick = spaces
    then
	if eof-pending-adj = "Y"
	then
	    move 1			to	ws-list-from-nbr
	    go to ab0-99-exit
	else
	    compute ws-list-from-nbr = ws-last-listed-nbr + 1
	    go to ab0-99-exit.
*	endif
*   endif

    if ws-pick-nbr not numeric
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move ws-pick-nbr			to	pa-pend-nbr.

    read pending-adj
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-99-exit.

    if   not pa-pending
      or pa-clinic-nbr not = sel-clinic-nbr
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    perform ca0-decide-entry		thru	ca0-99-exit.

ab0-99-exit.
    exit.
ba0-list-page.

*	(up to twelve of the clinic's pending entries from the top of
*	 the page - a decided entry drops off the same page)
    display blank-work-area.
    display scr-list-head.
    move 7				to	cur-line.
    move "N"				to	eof-pending-adj.

    move ws-list-from-nbr		to	pa-pend-nbr.

    start pending-adj key is greater than or equal to pa-pend-nbr
	invalid key
	    move "Y"			to	eof-pending-adj.

ba0-10-loop.

    if   eof-pending-adj = "Y"
      or cur-line > 18
    then
	go to ba0-80-done.
*   endif

    read pending-adj next
	at end
	    move "Y"			to	eof-pending-adj
	    go to ba0-80-done.

    if   not pa-pending
      or pa-clinic-nbr not = sel-clinic-nbr
    then
	go to ba0-10-loop.
*   endif

    display scr-list-line.
    add 1				to	cur-line.
    move pa-pend-nbr			to	ws-last-listed-nbr.
    go to ba0-10-loop.

ba0-80-done.

    if cur-line = 7
    then
	move "Y"			to	eof-pending-adj.
*   endif

ba0-99-exit.
    exit.
ca0-decide-entry.

    display blank-work-area.
    display scr-entry-dtl.

ca0-10-action.

    move spaces				to	ws-action
						ws-note.
    display scr-action.
    accept scr-action-fld.
    display blank-line-24.

    if action-none
    then
	go to ca0-99-exit.
*   endif

    if   not action-approve
     and not action-reject
     and not action-send-back
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-action.
*   endif

    if action-approve
    then
	perform da0-approve		thru	da0-99-exit
	go to ca0-99-exit.
*   endif

ca0-20-note.

    display scr-note.
    accept scr-note-fld.
    display blank-line-24.

    if ws-note = spaces
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-note.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ca0-99-exit.
*   endif

    if action-reject
    then
	move "J"			to	pa-status
	add 1				to	ctr-rejected
    else
	move "S"			to	pa-status
	add 1				to	ctr-sent-back.
*   endif

    perform dg0-close-entry		thru	dg0-99-exit.

ca0-99-exit.
    exit.
da0-approve.

    move "N"				to	entry-ok.

    if pa-operator = ws-supervisor-id
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

*	(the batch it was keyed in - when d004 dropped it for having
*	 no posted claims, put it back as it stood with no actuals)
    move "Y"				to	ws-batch-on-file.
    move pa-batch-nbr			to	batctrl-batch-nbr.

    read batch-ctrl-file
	invalid key
	    move "N"			to	ws-batch-on-file.

    if ws-batch-on-file = "N"
    then
	move pa-batctrl-image		to	batctrl-rec
	move zero			to	batctrl-last-claim-nbr
						batctrl-nbr-claims-in-batch
						batctrl-svc-act
						batctrl-amt-act
						batctrl-manual-pay-tot
						batctrl-calc-tot-rev
						batctrl-calc-ar-due
						batctrl-realloc-tot
	move "0"			to	batctrl-batch-status.
*   endif

    if batctrl-batch-status > "1"
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

*	(d004 holds the batch control in memory while the batch is
*	 being keyed and journals each claim it posts - a journal on
*	 file means the batch is open, or died open and is waiting on
*	 its recovery replay)
    move spaces				to	erj-key.
    move pa-batch-nbr			to	erj-batch-nbr.
    move zero				to	erj-claim-nbr.

    start entry-recovery key is greater than or equal to erj-key
	invalid key
	    go to da0-20-room.

    read entry-recovery next
	at end
	    go to da0-20-room.

    if erj-batch-nbr = pa-batch-nbr
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

da0-20-room.

    if batctrl-last-claim-nbr > 98
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

    add batctrl-amt-act pa-amt-ohip	giving	ws-batch-amt-check.
    if ws-batch-amt-check > 99999.99
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

*	(the next claim number in the batch must be free - d004's
*	 own check before it accepts an entry)
    add 1 batctrl-last-claim-nbr	giving	ws-new-claim-nbr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move pa-batch-nbr			to	key-clm-batch-num.
    move ws-new-claim-nbr		to	key-clm-claim-nbr.
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    go to da0-30-confirm.

    move 12				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to da0-99-exit.

da0-30-confirm.

    display scr-posted.
    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to da0-99-exit.
*   endif

*	(the claim exactly as d004 built it, numbered into the batch)
    move pa-clmhdr-image		to	claim-header-rec.
    move pa-clmdtl-image		to	claim-detail-rec.
    move ws-new-claim-nbr		to	clmhdr-orig-claim-nbr
						clmdtl-orig-claim-nbr-in-batch.
    move pa-amt-ohip			to	ws-posted-ohip.
    move pa-amt-oma			to	ws-posted-oma.
    move pa-amt-tech			to	ws-amt-tech.

    move "Y"				to	entry-ok.

    perform db0-write-clmhdr		thru	db0-99-exit.

*	(no header on file - nothing posted, the entry stays pending)
    if entry-ok not = "Y"
    then
	go to da0-99-exit.
*   endif

    perform dc0-write-clmdtl		thru	dc0-99-exit.

    if entry-ok = "Y"
    then
	perform dd0-update-adjusted-claim
					thru	dd0-99-exit.
*   endif

*	(the header is on file, so the batch counts the claim even if
*	 a later write failed - the batch and its claims agree)
    perform de0-batch-control		thru	de0-99-exit.

    move "A"				to	pa-status.
    move ws-new-claim-nbr		to	pa-posted-claim-nbr.
    perform dg0-close-entry		thru	dg0-99-exit.

    add 1				to	ctr-approved.

    display confirm.
    stop " ".

da0-99-exit.
    exit.
db0-write-clmhdr.

*	(d004's ma0 - the adjustment claim header under the batch's
*	 "B" key, with the batch's buckets taking up the amount)
    move clmhdr-adj-oma-cd		to	clmdtl-oma-cd.
    move clmhdr-adj-oma-suff		to	clmdtl-oma-suff.

    move zeroes				to	clmhdr-zeroed-oma-suff-adj.
    move sys-date			to	clmhdr-date-sys
						clmhdr-date-cash-tape-payment.

    if pa-adj-cd = "R"
    then
	move "O"			to	clmhdr-i-o-pat-ind
	move pa-doc-dept		to	clmhdr-doc-dept
	move spaces			to	clmhdr-pat-ohip-id-or-chart
						clmhdr-pat-acronym.
*   endif

    move "N"				to	clmhdr-tape-submit-ind.
    move zeroes				to	clmhdr-status-ohip.

    add ws-posted-ohip			to	batctrl-amt-act.

    if pa-adj-cd = "A"
    then
	add ws-posted-oma		to	clmhdr-tot-claim-ar-oma
	add ws-posted-ohip		to	clmhdr-tot-claim-ar-ohip
						batctrl-calc-ar-due
	add ws-amt-tech			to	clmhdr-amt-tech-billed.
*   endif

    if pa-adj-cd = "B"
    then
	add ws-posted-ohip		to	batctrl-calc-ar-due
						batctrl-calc-tot-rev
						clmhdr-tot-claim-ar-ohip
	add ws-posted-oma		to	clmhdr-tot-claim-ar-oma
	add ws-amt-tech			to	clmhdr-amt-tech-billed.
*   endif

    if pa-adj-cd = "R"
    then
	add ws-posted-ohip		to	batctrl-calc-tot-rev
						clmhdr-tot-claim-ar-ohip
	add ws-posted-oma		to	clmhdr-tot-claim-ar-oma
	add ws-amt-tech			to	clmhdr-amt-tech-billed.
*   endif

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move clmhdr-orig-batch-id		to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.
    move key-claims-mstr		to	k-clmhdr-claims-mstr.
    move "Z"				to	clmhdr-p-key-type.

    move claim-header-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    move "N"			to	entry-ok
	    move 14			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to db0-99-exit.

    move "m125"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claim-header-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

db0-99-exit.
    exit.
dc0-write-clmdtl.

*	(d004's na0 - the detail under the batch's claim, and for an
*	 "A" or "B" a second copy under the claim being adjusted)
    move 1				to	clmdtl-adj-nbr.

    if   clmdtl-oma-cd = spaces
      or clmdtl-oma-cd = zeros
    then
	move "ADJU"			to	clmdtl-oma-cd
	move "S"			to	clmdtl-oma-suff.
*   endif

    move "B"				to	k-clmdtl-b-key-type.
    move clmhdr-orig-batch-id		to	k-clmdtl-b-data (1:11).
    move clmdtl-oma-cd			to	k-clmdtl-b-oma-cd.
    move clmdtl-oma-suff		to	k-clmdtl-b-oma-suff.
    move zero				to	k-clmdtl-b-adj-nbr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.

    move claim-detail-rec		to	claims-mstr-rec.
    write claims-mstr-rec
	invalid key
	    move "N"			to	entry-ok
	    move 14			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to dc0-99-exit.

    move "m125"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    if pa-adj-cd = "R"
    then
	go to dc0-99-exit.
*   endif

*	(the copy under the adjusted claim takes the first adjustment
*	 number free on that claim for the code)
    move 1				to	ss-adj.

dc0-10-adjusted-copy.

    move "B"				to	key-clm-key-type.
    move pa-claim-id			to	key-clm-data (1:11).
    move clmdtl-oma-cd			to	key-clm-oma-cd.
    move clmdtl-oma-suff		to	key-clm-oma-suff.
    move ss-adj				to	key-clm-adj-nbr.

    write claims-mstr-rec
	invalid key
	    go to dc0-20-next-adj.

    go to dc0-30-journal.

dc0-20-next-adj.

    if ss-adj < 9
    then
	add 1				to	ss-adj
	go to dc0-10-adjusted-copy.
*   endif

    move "N"				to	entry-ok.
    move 14				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to dc0-99-exit.

dc0-30-journal.

    move "m125"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

dc0-99-exit.
    exit.
dd0-update-adjusted-claim.

*	(d004's pa0 - an "R" adjusts no existing claim)
    if pa-adj-cd = "R"
    then
	go to dd0-99-exit.
*   endif

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move pa-claim-id			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    move "N"			to	entry-ok
	    move 13			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to dd0-99-exit.

    move claims-mstr-rec		to	cjp-before-image.
    move claims-mstr-rec		to	claim-header-rec.

    add ws-posted-oma			to	clmhdr-tot-claim-ar-oma.
    add ws-posted-ohip			to	clmhdr-tot-claim-ar-ohip.
    add ws-amt-tech			to	clmhdr-amt-tech-billed.

    perform df0-accrue-hst		thru	df0-99-exit.

    move claim-header-rec		to	claims-mstr-rec.
    rewrite claims-mstr-rec
	invalid key
	    move "N"			to	entry-ok
	    move 14			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to dd0-99-exit.

    move "m125"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

dd0-99-exit.
    exit.
de0-batch-control.

*	(the amount went onto the totals in db0)
    move ws-new-claim-nbr		to	batctrl-last-claim-nbr
						batctrl-nbr-claims-in-batch.

    if batctrl-amt-est = batctrl-amt-act
    then
	move "1"			to	batctrl-batch-status
    else
	move "0"			to	batctrl-batch-status.
*   endif

    if ws-batch-on-file = "Y"
    then
	rewrite batctrl-rec
	    invalid key
		next sentence
    else
	write batctrl-rec
	    invalid key
		next sentence.
*   endif

de0-99-exit.
    exit.
df0-accrue-hst.

*	(d004's pc0 - hst on an "A"/"B" of a taxable fee for the
*	 direct-bill agents, on top of the fee)
    if ws-hst-rate = zero
    then
	go to df0-99-exit.
*   endif

    move pa-agent-cd			to	def-agent-code.
    if not def-agent-bill-direct
    then
	go to df0-99-exit.
*   endif

    move clmhdr-adj-oma-cd		to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    go to df0-99-exit.

    if fee-hst-taxable-ind not = "Y"
    then
	go to df0-99-exit.
*   endif

    compute ws-hst-amt rounded = ws-posted-oma * ws-hst-rate.
    add ws-hst-amt			to	clmhdr-hst-amt
						clmhdr-tot-claim-ar-oma.

df0-99-exit.
    exit.
dg0-close-entry.

    move ws-supervisor-id		to	pa-supervisor.
    move sys-date-long			to	pa-decided-date.
    accept sys-time			from	time.
    move sys-hrs			to	pa-decided-time (1:2).
    move sys-min			to	pa-decided-time (3:2).
    move sys-sec			to	pa-decided-time (5:2).
    move ws-note			to	pa-note.

    rewrite pending-adj-rec
	invalid key
	    next sentence.

dg0-99-exit.
    exit.
az0-end-of-job.

    close batch-ctrl-file
	  claims-mstr
	  oma-fee-mstr
	  entry-recovery
	  iconst-mstr
	  user-security
	  pending-adj.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
