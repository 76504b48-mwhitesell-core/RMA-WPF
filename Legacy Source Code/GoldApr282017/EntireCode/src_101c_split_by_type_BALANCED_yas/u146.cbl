identification division.
program-id. u146.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f085 - rejected claims file
*			: f116 - IFHP client file
*			: ifhp payment statement (input - from the
*			  program administrator)
*			: f064 - central event log (via eventlog)
*			: ru146 - IFHP statement posting register (printer)
*			: ru146e - IFHP statement exceptions (printer)
*
*   program purpose : IFHP payment statement posting - the inbound
*			side of u145.  each claim line on the
*			administrator's statement is matched back to
*			the stamped "I" f002 claim by our claim id
*			(echoed from the u145 claim record), with the
*			IFHP client id cross-checked against f116.
*			a paid line is applied to the claim header
*			the way u108 applies a WSIB payment and
*			journalled through clmjrnl.  a denied line
*			is posted to f085 under the administrator's
*			reason code (agent 7), so the denial is
*			worked through the u110 rules, the r085
*			aging and d001 re-keying like any other
*			rejection.  the register prints every line
*			with its disposition - PAID, UNDERPAID,
*			DENIED or UNMATCHED - and section totals;
*			the unmatched lines, which post nothing, are
*			listed again with the reason on the
*			exceptions report for a manual d004 batch.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f085_rejected_claims.slr".
*
    copy "f116_ifhp_client.slr".
*
    select ifhp-stmt-file
	assign to disk "$pb_data/u146_ifhp_stmt"
	organization is sequential.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
    select exception-file
	assign to printer print-exception-name
	file status is status-exception-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f116_ifhp_client.fd".
*
fd  ifhp-stmt-file
    record contains 100 characters.

01  ifhp-stmt-rec.
    05  ips-rec-type			pic x.
    05  ips-client-id			pic x(10).
    05  ips-rma-claim-id		pic x(11).
    05  ips-statement-date		pic 9(8).
    05  ips-amt-claimed			pic 9(7)v99.
    05  ips-amt-paid			pic 9(7)v99.
    05  ips-amt-paid-sign		pic x.
    05  ips-claim-status		pic x.
	88  ips-paid				value "P".
	88  ips-denied				value "D".
    05  ips-reason-cd			pic x(3).
    05  filler				pic x(47).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

fd  exception-file
    record contains 132 characters.

01  exception-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru146".
77  status-register-rpt			pic xx	value zero.
77  print-exception-name		pic x(6)
		value "ru146e".
77  status-exception-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-ifhp-client		pic xx	value zero.

77  eof-stmt-file			pic x	value "N".

77  ws-claim-found			pic x	value "N".
77  ws-amt-paid				pic s9(7)v99	value zero.
77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-disposition			pic 9	value zero.
*	1 = paid in full, 2 = underpaid, 3 = denied, 4 = unmatched
77  ws-exception-reason			pic x(40)	value spaces.

01  run-totals.
    05  tot-count			pic 9(7)
			occurs 4 times.
    05  tot-amt				pic s9(11)v99	comp-3
			occurs 4 times.

77  ss-disp				pic 9	value zero.

01  counters.
    05  ctr-stmt-reads			pic 9(7)	value zero.
    05  ctr-payments-posted		pic 9(7)	value zero.
    05  ctr-denials-posted		pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

77  exc-page-nbr			pic 9(3)	value zero.
77  exc-lines-this-page			pic 9(3)	value 99.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u146".
    05  filler				pic x(22)	value spaces.
    05  filler				pic x(36)	value
		"IFHP STATEMENT POSTING REGISTER".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-reg-head.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(12)	value "CLIENT ID".
    05  filler				pic x(32)	value "PATIENT".
    05  filler				pic x(10)	value "STMT DATE".
    05  filler				pic x(14)	value "        PAID".
    05  filler				pic x(14)	value "     BALANCE".
    05  filler				pic x(15)	value "  DISPOSITION".
    05  filler				pic x(6)	value "REASON".

01  l1-reg-line.
    05  l1-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-client-id			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-pat-name			pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-stmt-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-paid				pic zz,zzz,zz9.99-.
    05  l1-balance			pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-disposition			pic x(12).
    05  filler				pic x		value spaces.
    05  l1-reason-cd			pic x(3).

01  t1-section-total.
    05  t1-desc				pic x(28).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(12)	value
		"     AMOUNT".
    05  t1-amt				pic zz,zzz,zz9.99-.

01  e1-exc-head.
    05  filler				pic x(6)	value "u146".
    05  filler				pic x(22)	value spaces.
    05  filler				pic x(36)	value
		"IFHP STATEMENT EXCEPTIONS".
    05  filler				pic x(9)	value "RUN DATE ".
    05  e1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  e1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  e1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  e1-page-nbr			pic zz9.

01  e2-exc-head.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(12)	value "CLIENT ID".
    05  filler				pic x(10)	value "STMT DATE".
    05  filler				pic x(14)	value "     CLAIMED".
    05  filler				pic x(14)	value "        PAID".
    05  filler				pic x(8)	value "  STAT".
    05  filler				pic x(40)	value
		"NOT POSTED BECAUSE".

01  e3-exc-line.
    05  e3-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  e3-client-id			pic x(10).
    05  filler				pic xx		value spaces.
    05  e3-stmt-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  e3-claimed			pic zz,zzz,zz9.99-.
    05  e3-paid				pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  e3-claim-status			pic x.
    05  e3-reason-cd			pic x(3).
    05  filler				pic xx		value spaces.
    05  e3-exception-reason		pic x(40).

01  disposition-desc-values.
    05  filler		pic x(12)	value "PAID".
    05  filler		pic x(12)	value "UNDERPAID".
    05  filler		pic x(12)	value "DENIED".
    05  filler		pic x(12)	value "UNMATCHED".
01  disposition-desc-tbl redefines disposition-desc-values.
    05  disposition-desc		pic x(12)
			occurs 4 times.

01  section-total-desc-values.
    05  filler		pic x(28)	value
	"PAID IN FULL".
    05  filler		pic x(28)	value
	"UNDERPAID (POSTED)".
    05  filler		pic x(28)	value
	"DENIED (POSTED TO F085)".
    05  filler		pic x(28)	value
	"UNMATCHED (NOT POSTED)".
01  section-total-desc-tbl redefines section-total-desc-values.
    05  section-total-desc		pic x(28)
			occurs 4 times.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-rej-file section.
    use after standard error procedure on rejected-claims.
err-rejected-claims.
    move status-cobol-rejected-claims	to common-status-file.
    display "error in accessing rejected claims file - status "
	    common-status-file.
    stop "error in accessing rejected claims file".

err-ifc-file section.
    use after standard error procedure on ifhp-client.
err-ifhp-client.
    move status-cobol-ifhp-client	to common-status-file.
    display "error in accessing IFHP client file - status "
	    common-status-file.
    stop "error in accessing IFHP client file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-stmt-file = "Y".
    perform ca0-print-totals		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    perform xc0-zero-totals		thru xc0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 4.

    open i-o claims-mstr.
    open i-o rejected-claims.
    open input ifhp-client.
    open input ifhp-stmt-file.
    open output register-file.
    open output exception-file.

    move sys-yy				to	h1-run-yy
						e1-run-yy.
    move sys-mm				to	h1-run-mm
						e1-run-mm.
    move sys-dd				to	h1-run-dd
						e1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

    move "u146"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read ifhp-stmt-file
	at end
	    move "Y"			to	eof-stmt-file
	    go to ab0-99-exit.

    add 1				to	ctr-stmt-reads.

*	(only the claim lines - the statement carries its own
*	 header/trailer types)
    if ips-rec-type not = "C"
    then
	go to ab0-99-exit.
*   endif

    if ips-amt-paid-sign = "-"
    then
	multiply ips-amt-paid by -1	giving	ws-amt-paid
    else
	move ips-amt-paid		to	ws-amt-paid.
*   endif

    perform ba0-match-claim		thru	ba0-99-exit.

    if ws-claim-found not = "Y"
    then
	move 4				to	ws-disposition
	perform bc0-register-line	thru	bc0-99-exit
	perform bd0-exception-line	thru	bd0-99-exit
	go to ab0-99-exit.
*   endif

    if ips-denied
    then
	perform be0-post-denial		thru	be0-99-exit
    else
	perform bb0-post-payment	thru	bb0-99-exit.
*   endif

    perform bc0-register-line		thru	bc0-99-exit.

ab0-99-exit.
    exit.
ba0-match-claim.

*	(the administrator echoes back the claim id u145 sent on
*	 the claim record - that is the claim header key)

    move "N"				to	ws-claim-found.

    if   not ips-paid
     and not ips-denied
    then
	move "UNKNOWN CLAIM STATUS ON THE STATEMENT"
					to	ws-exception-reason
	go to ba0-99-exit.
*   endif

    move spaces				to	claim-header-rec.
    move "B"				to	clmhdr-b-key-type.
    move ips-rma-claim-id		to	clmhdr-claim-id.
    move zeros				to	clmhdr-zeroed-oma-suff-adj.
    move k-clmhdr-claims-mstr		to	key-claims-mstr.

    read claims-mstr
	invalid key
	    move "NO SUCH CLAIM ON THE CLAIMS MASTER"
					to	ws-exception-reason
	    go to ba0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.

*	(must be a claim u145 sent)
    if clmhdr-tape-submit-ind not = "I"
    then
	move "CLAIM WAS NOT SENT ON AN IFHP FILE"
					to	ws-exception-reason
	go to ba0-99-exit.
*   endif

*	(belt and braces - the client id on file for the patient
*	 must agree with the one on the statement line)
    move clmhdr-pat-id of claim-header-rec (1:16)
					to	ifc-pat-key.

    read ifhp-client
	invalid key
	    move "NO IFHP CLIENT ON FILE FOR THE PATIENT"
					to	ws-exception-reason
	    go to ba0-99-exit.

    if ifc-client-id not = ips-client-id
    then
	move "CLIENT ID DIFFERS FROM THE ONE ON FILE"
					to	ws-exception-reason
	go to ba0-99-exit.
*   endif

    move "Y"				to	ws-claim-found.

ba0-99-exit.
    exit.
bb0-post-payment.

*	(apply the payment to the header the way the RA posting
*	 does - payments accumulate in manual-and-tape-paymnts and
*	 the balance is billed minus payments)

    move claims-mstr-rec		to	cjp-before-image.

    add ws-amt-paid			to	clmhdr-manual-and-tape-paymnts.
    move ws-amt-paid			to	clmhdr-curr-payment.
    move ips-statement-date		to	clmhdr-date-cash-tape-payment.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    if ws-claim-balance > zero
    then
	move 2				to	ws-disposition
    else
	move 1				to	ws-disposition.
*   endif

    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    next sentence.

    move "u146"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    add 1				to	ctr-payments-posted.

bb0-99-exit.
    exit.
bc0-register-line.

    move ips-rma-claim-id		to	l1-claim-id.
    move ips-client-id			to	l1-client-id.

    if ws-claim-found = "Y"
    then
	move clmhdr-pat-surname		to	l1-pat-name
	move ws-claim-balance		to	l1-balance
    else
	move "** NO MATCHING CLAIM **"	to	l1-pat-name
	move zero			to	l1-balance.
*   endif

    move ips-statement-date		to	l1-stmt-date.
    move ws-amt-paid			to	l1-paid.
    move disposition-desc (ws-disposition)
					to	l1-disposition.
    move ips-reason-cd			to	l1-reason-cd.
    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    add 1				to	tot-count (ws-disposition).

    if ws-disposition = 3
    then
	add ips-amt-claimed		to	tot-amt (ws-disposition)
    else
	add ws-amt-paid			to	tot-amt (ws-disposition).
*   endif

bc0-99-exit.
    exit.
bd0-exception-line.

    if exc-lines-this-page > max-lines-per-page
    then
	perform xd0-print-exc-hdr	thru	xd0-99-exit.
*   endif

    move ips-rma-claim-id		to	e3-claim-id.
    move ips-client-id			to	e3-client-id.
    move ips-statement-date		to	e3-stmt-date.
    move ips-amt-claimed		to	e3-claimed.
    move ws-amt-paid			to	e3-paid.
    move ips-claim-status		to	e3-claim-status.
    move ips-reason-cd			to	e3-reason-cd.
    move ws-exception-reason		to	e3-exception-reason.
    write exception-record		from	e3-exc-line after advancing 1 line.
    add 1				to	exc-lines-this-page.

bd0-99-exit.
    exit.
be0-post-denial.

*	(the denial goes on f085 as a claim-level rejection under
*	 the administrator's reason code; a second denial of the
*	 same claim replaces the first)

    move 3				to	ws-disposition.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    move spaces				to	rejected-claims-rec.
    move clmhdr-claim-id		to	rej-claim-id.
    move spaces				to	rej-oma-cd
						rej-oma-suff.
    move clmhdr-pat-ohip-id-or-chart	to	clmhdr-pat-id of rejected-claims-rec.
    move clmhdr-doc-nbr (2:3)		to	doc-nbr of rejected-claims-rec.
    move clmhdr-loc			to	rejected-loc.
    move ips-reason-cd			to	mess-code.
    move clmhdr-agent-cd		to	rej-agent-cd.
    move clmhdr-serv-date		to	rej-svc-date.
    move ips-statement-date		to	reject-date.
    move ips-amt-claimed		to	rej-amt.
    move zero				to	rej-con-nbr.
    move space				to	rej-resubmit-flag
						logically-deleted-flag.

    write rejected-claims-rec
	invalid key
	    rewrite rejected-claims-rec.

    add 1				to	ctr-denials-posted.

be0-99-exit.
    exit.
ca0-print-totals.

    move 2				to	nbr-lines-to-adv.

    perform cb0-section-total		thru	cb0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 4.

ca0-99-exit.
    exit.
cb0-section-total.

    move section-total-desc (ss-disp)	to	t1-desc.
    move tot-count (ss-disp)		to	t1-count.
    move tot-amt (ss-disp)		to	t1-amt.
    move t1-section-total		to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
az0-end-of-job.

    if exc-page-nbr = zero
    then
	perform xd0-print-exc-hdr	thru	xd0-99-exit
	move "NO EXCEPTIONS - EVERY STATEMENT LINE MATCHED A CLAIM"
					to	exception-record
	write exception-record		after advancing 1 line.
*   endif

    move "u146"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-payments-posted		to	elp-count.
    move "IFHP PAYMENTS POSTED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close rejected-claims.
    close ifhp-client.
    close ifhp-stmt-file.
    close register-file.
    close exception-file.

    display "u146 - statement lines read   " ctr-stmt-reads.
    display "u146 - payments posted        " ctr-payments-posted.
    display "u146 - denials posted         " ctr-denials-posted.
    display "u146 - unmatched lines        " tot-count (4).

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write register-record		from	h1-reg-head after advancing page.
    write register-record		from	h2-reg-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-register-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write register-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-zero-totals.

    move zero				to	tot-count (ss-disp)
						tot-amt (ss-disp).

xc0-99-exit.
    exit.
xd0-print-exc-hdr.

    add 1				to	exc-page-nbr.
    move exc-page-nbr			to	e1-page-nbr.
    write exception-record		from	e1-exc-head after advancing page.
    write exception-record		from	e2-exc-head after advancing 2 lines.
    move spaces				to	exception-record.
    write exception-record		after advancing 1 line.
    move 4				to	exc-lines-this-page.

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
