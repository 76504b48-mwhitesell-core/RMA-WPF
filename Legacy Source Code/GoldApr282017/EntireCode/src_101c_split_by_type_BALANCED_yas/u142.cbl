identification division.
program-id. u142.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: MOH batch edit acknowledgement file (input)
*			: f109 - EDT batch register
*			: f106 - submission file register
*			: f002 - claims master
*			: f001 - batch control file
*			: u142_parm - days to wait for an ack (optional)
*			: ru142 - batch edit reconciliation (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : MOH batch edit acknowledgement import.  the
*			batch edit report that comes back the day
*			after an EDT file goes out used to be read
*			by eye off the mailbox printout.  each
*			acknowledged batch (HB1 record) is matched
*			to the f109 row u888 wrote for it and so to
*			its f106 registered file; the accepted
*			claim count and dollars are compared with
*			what was sent and the result kept on f109.
*			a batch rejected whole has every claim in
*			it put back to unsubmitted (submit date and
*			tape indicator cleared, journalled) so the
*			next EDT build sends it again, and the f001
*			batches it came from are listed.  any batch
*			still without an acknowledgement after the
*			parm's wait days (default 3) is reported as
*			never acknowledged.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f109_edt_batch_reg.slr".
*
    copy "f106_submission_reg.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f001_batch_control_file.slr".
*
    select ack-file
	assign to disk "$pb_data/u142_batch_edit_ack"
	organization is sequential
	file status is status-ack-file.
*
    select u142-parm-file
	assign to disk "$pb_data/u142_parm"
	organization is sequential
	file status is status-u142-parm.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f109_edt_batch_reg.fd".
*
    copy "f106_submission_reg.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f001_batch_control_file.fd".
*
*	(MOH batch edit report - one HB1 record per batch received;
*	 other record types on the file are passed over)
fd  ack-file
    record contains 132 characters.

01  ack-rec.
    05  ack-rec-id			pic x(3).
	88  ack-batch-record			value "HB1".
    05  ack-tech-spec			pic x(3).
    05  ack-moh-batch-id.
	10  ack-batch-create-date	pic 9(8).
	10  ack-batch-seq		pic 9(4).
    05  ack-operator-nbr		pic x(6).
    05  ack-group-nbr			pic x(4).
    05  ack-provider-nbr		pic x(6).
    05  ack-process-date		pic 9(8).
    05  ack-batch-status		pic x.
	88  ack-batch-accepted			value "A".
	88  ack-batch-rejected			value "R".
    05  ack-nbr-claims			pic 9(5).
    05  ack-accepted-claims		pic 9(5).
    05  ack-rejected-claims		pic 9(5).
    05  ack-accepted-amt		pic 9(9)v99.
    05  ack-accepted-sign		pic x.
    05  ack-rejected-amt		pic 9(9)v99.
    05  ack-rejected-sign		pic x.
    05  ack-edit-message		pic x(40).
    05  filler				pic x(10).

fd  u142-parm-file
    record contains 20 characters.

01  u142-parm-rec.
    05  u142-parm-wait-days		pic 99.
    05  filler				pic x(18).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru142".
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-edt-batch-reg		pic xx	value zero.
77  status-cobol-submission-reg		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-ack-file			pic xx	value zero.
77  status-u142-parm			pic xx	value zero.

77  eof-ack-file			pic x	value "N".
77  eof-edt-batch-reg			pic x	value "N".
77  eof-submission-reg			pic x	value "N".

77  ws-wait-days			pic 99		value 3.
77  ws-today-days			pic s9(7)	value zero.
77  ws-batch-days			pic s9(7)	value zero.
77  ws-days-waiting			pic s9(7)	value zero.
77  ws-accepted-amt			pic s9(9)v99	value zero.
77  ws-rejected-amt			pic s9(9)v99	value zero.
01  ws-last-batch-nbr			pic x(9)	value spaces.

01  ws-batch-date.
    05  ws-batch-yy			pic 9(4).
    05  ws-batch-mm			pic 99.
    05  ws-batch-dd			pic 99.
01  ws-batch-date-r redefines ws-batch-date	pic 9(8).

01  counters.
    05  ctr-ack-reads			pic 9(6)	value zero.
    05  ctr-acks-agree			pic 9(6)	value zero.
    05  ctr-acks-differ			pic 9(6)	value zero.
    05  ctr-acks-rejected		pic 9(6)	value zero.
    05  ctr-acks-not-registered		pic 9(6)	value zero.
    05  ctr-acks-already-done		pic 9(6)	value zero.
    05  ctr-claims-reset		pic 9(6)	value zero.
    05  ctr-never-acknowledged		pic 9(6)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u142".
    05  filler				pic x(16)	value spaces.
    05  filler				pic x(46)	value
		"MOH BATCH EDIT ACKNOWLEDGEMENT RECONCILIATION".
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
    05  filler				pic x(14)	value "MOH BATCH".
    05  filler				pic x(14)	value "FILE ID".
    05  filler				pic x(9)	value "PROV".
    05  filler				pic x(6)	value " SENT".
    05  filler				pic x(15)	value
		"      SENT AMT".
    05  filler				pic x(6)	value "  ACC".
    05  filler				pic x(15)	value
		"       ACC AMT".
    05  filler				pic x(6)	value "  REJ".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(40)	value "RESULT".

01  l1-reg-line.
    05  l1-moh-batch-id			pic x(12).
    05  filler				pic xx		value spaces.
    05  l1-file-id			pic x(12).
    05  filler				pic xx		value spaces.
    05  l1-provider-nbr			pic x(6).
    05  filler				pic x(3)	value spaces.
    05  l1-sent-claims			pic zzzz9.
    05  filler				pic x		value spaces.
    05  l1-sent-amt			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-acc-claims			pic zzzz9.
    05  filler				pic x		value spaces.
    05  l1-acc-amt			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-rej-claims			pic zzzz9.
    05  filler				pic xx		value spaces.
    05  l1-result			pic x(40).

01  l2-batch-line.
    05  filler				pic x(28)	value spaces.
    05  filler				pic x(11)	value
		"F001 BATCH ".
    05  l2-batch-nbr			pic x(9).
    05  filler				pic x(10)	value
		"  ENTERED ".
    05  l2-date-entered			pic 9(8).
    05  filler				pic x(9)	value
		"  STATUS ".
    05  l2-batch-status			pic x.
    05  filler				pic x(56)	value spaces.

01  l3-message-line.
    05  filler				pic x(28)	value spaces.
    05  filler				pic x(13)	value
		"MOH MESSAGE: ".
    05  l3-edit-message			pic x(40).
    05  filler				pic x(51)	value spaces.

01  t1-reg-total.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(85)	value spaces.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-edt-batch-reg-file section.
    use after standard error procedure on edt-batch-reg.
err-edt-batch-reg.
    move status-cobol-edt-batch-reg	to common-status-file.
    display "error in accessing edt batch register - status "
	    common-status-file.
    stop "error in accessing edt batch register".

err-sbr-file section.
    use after standard error procedure on submission-reg.
err-submission-reg.
    move status-cobol-submission-reg	to common-status-file.
    display "error in accessing submission register - status "
	    common-status-file.
    stop "error in accessing submission register".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-batctrl-file section.
    use after standard error procedure on batch-ctrl-file.
err-batch-ctrl-file.
    move status-cobol-batctrl-file	to common-status-file.
    display "error in accessing batch control file - status "
	    common-status-file.
    stop "error in accessing batch control file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-ack-file = "Y".
    perform ca0-never-acknowledged	thru ca0-99-exit.
    perform ta0-print-totals		thru ta0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    perform ap0-read-parm		thru	ap0-99-exit.

    open input ack-file.
    if status-ack-file not = "00"
    then
	display "u142 - no batch edit acknowledgement file to load"
	move "Y"			to	eof-ack-file.
*   endif

    open i-o edt-batch-reg.
    open input submission-reg.
    open i-o claims-mstr.
    open input batch-ctrl-file.
    open output register-file.

    move "u142"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

*	(today in 30-day months, for the never-acknowledged wait)
    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(the days a batch may go unacknowledged before it is
*	 reported - left at the default if the parm is absent)

    open input u142-parm-file.
    if status-u142-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read u142-parm-file
	at end
	    close u142-parm-file
	    go to ap0-99-exit.

    if   u142-parm-wait-days numeric
     and u142-parm-wait-days > zero
    then
	move u142-parm-wait-days	to	ws-wait-days.
*   endif

    close u142-parm-file.

ap0-99-exit.
    exit.
ab0-processing.

    if eof-ack-file = "Y"
    then
	go to ab0-99-exit.
*   endif

    read ack-file
	at end
	    move "Y"			to	eof-ack-file
	    go to ab0-99-exit.

    if not ack-batch-record
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-ack-reads.

    move ack-accepted-amt		to	ws-accepted-amt.
    if ack-accepted-sign = "-"
    then
	multiply -1			by	ws-accepted-amt.
*   endif
    move ack-rejected-amt		to	ws-rejected-amt.
    if ack-rejected-sign = "-"
    then
	multiply -1			by	ws-rejected-amt.
*   endif

    move spaces				to	l1-reg-line.
    move ack-moh-batch-id		to	l1-moh-batch-id.
    move ack-provider-nbr		to	l1-provider-nbr.
    move ack-accepted-claims		to	l1-acc-claims.
    move ws-accepted-amt		to	l1-acc-amt.
    move ack-rejected-claims		to	l1-rej-claims.
    move zero				to	l1-sent-claims
						l1-sent-amt.

    move ack-moh-batch-id		to	ebr-moh-batch-id.
    read edt-batch-reg
	invalid key
	    add 1			to	ctr-acks-not-registered
	    move "NOT ON THE EDT BATCH REGISTER"
					to	l1-result
	    perform xc0-print-ack-line	thru	xc0-99-exit
	    go to ab0-99-exit.

    move ebr-file-id			to	l1-file-id.
    move ebr-sent-claims		to	l1-sent-claims.
    move ebr-sent-amt			to	l1-sent-amt.

*	(a second copy of the same report changes nothing)
    if ebr-ack-status not = space
    then
	add 1				to	ctr-acks-already-done
	move "ALREADY ACKNOWLEDGED - PASSED OVER"
					to	l1-result
	perform xc0-print-ack-line	thru	xc0-99-exit
	go to ab0-99-exit.
*   endif

    perform ba0-reconcile-batch		thru	ba0-99-exit.

ab0-99-exit.
    exit.
ba0-reconcile-batch.

    move sys-date-long			to	ebr-ack-import-date.
    move ack-process-date		to	ebr-ack-process-date.
    move ack-accepted-claims		to	ebr-ack-accepted-claims.
    move ack-rejected-claims		to	ebr-ack-rejected-claims.
    move ws-accepted-amt		to	ebr-ack-accepted-amt.
    move ws-rejected-amt		to	ebr-ack-rejected-amt.
    move ack-edit-message		to	ebr-ack-message.
    move zero				to	ebr-claims-reset.

*	(rejected whole - MOH took nothing from the batch)
    if   ack-batch-rejected
      or (    ack-accepted-claims = zero
	  and ack-rejected-claims > zero)
    then
	move "R"			to	ebr-ack-status
	add 1				to	ctr-acks-rejected
	move "REJECTED WHOLE - CLAIMS RESET"
					to	l1-result
	perform xc0-print-ack-line	thru	xc0-99-exit
	perform bb0-reset-batch		thru	bb0-99-exit
	go to ba0-90-rewrite.
*   endif

    if   ack-accepted-claims = ebr-sent-claims
     and ws-accepted-amt     = ebr-sent-amt
    then
	move "A"			to	ebr-ack-status
	add 1				to	ctr-acks-agree
	move "AGREES"			to	l1-result
    else
	move "D"			to	ebr-ack-status
	add 1				to	ctr-acks-differ
	move "CLAIM COUNT OR DOLLARS DIFFER"
					to	l1-result.
*   endif

    perform xc0-print-ack-line		thru	xc0-99-exit.

ba0-90-rewrite.

    rewrite edt-batch-reg-rec
	invalid key
	    next sentence.

ba0-99-exit.
    exit.
bb0-reset-batch.

*	(walk the registered file's claim rows for this MOH batch)

    move spaces				to	ws-last-batch-nbr.
    move "N"				to	eof-submission-reg.
    move spaces				to	submission-reg-rec.
    move ebr-file-id			to	sbr-file-id.
    move 1				to	sbr-seq-nbr.

    start submission-reg key is greater than or equal to sbr-key
	invalid key
	    move "Y"			to	eof-submission-reg.

    perform bc0-reset-claim		thru	bc0-99-exit
	until eof-submission-reg = "Y".

bb0-99-exit.
    exit.
bc0-reset-claim.

    read submission-reg next
	at end
	    move "Y"			to	eof-submission-reg
	    go to bc0-99-exit.

    if sbr-file-id not = ebr-file-id
    then
	move "Y"			to	eof-submission-reg
	go to bc0-99-exit.
*   endif

    if sbr-moh-batch-id not = ebr-moh-batch-id
    then
	go to bc0-99-exit.
*   endif

    move sbr-claim-key			to	key-claims-mstr.
    read claims-mstr
	invalid key
	    display "u142 - claim gone from the master: "
		    sbr-claim-key
	    go to bc0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.

*	(list each f001 batch the MOH batch drew on, once)
    if clmhdr-batch-nbr not = ws-last-batch-nbr
    then
	move clmhdr-batch-nbr		to	ws-last-batch-nbr
	perform bd0-print-f001-batch	thru	bd0-99-exit.
*   endif

*	(already picked up again by a later build - leave it be)
    if   clmhdr-submit-date = spaces
      or clmhdr-submit-date = zeros
    then
	go to bc0-99-exit.
*   endif

    move claims-mstr-rec		to	cjp-before-image.
    move zeros				to	clmhdr-submit-date.
    move space				to	clmhdr-tape-submit-ind.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    next sentence.

    move "u142"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    add 1				to	ebr-claims-reset
						ctr-claims-reset.

bc0-99-exit.
    exit.
bd0-print-f001-batch.

    move spaces				to	batctrl-rec.
    move ws-last-batch-nbr		to	batctrl-batch-nbr.
    move zero				to	l2-date-entered.
    move space				to	l2-batch-status.

    read batch-ctrl-file
	invalid key
	    move "?"			to	l2-batch-status.

    if l2-batch-status = space
    then
	move batctrl-date-batch-entered	to	l2-date-entered
	move batctrl-batch-status	to	l2-batch-status.
*   endif

    move ws-last-batch-nbr		to	l2-batch-nbr.
    move l2-batch-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

bd0-99-exit.
    exit.
ca0-never-acknowledged.

*	(every batch still waiting on MOH past the wait days)

    move "N"				to	eof-edt-batch-reg.
    move low-values			to	ebr-moh-batch-id.

    start edt-batch-reg key is greater than ebr-moh-batch-id
	invalid key
	    move "Y"			to	eof-edt-batch-reg.

    perform cb0-check-batch		thru	cb0-99-exit
	until eof-edt-batch-reg = "Y".

ca0-99-exit.
    exit.
cb0-check-batch.

    read edt-batch-reg next
	at end
	    move "Y"			to	eof-edt-batch-reg
	    go to cb0-99-exit.

    if ebr-ack-status not = space
    then
	go to cb0-99-exit.
*   endif

    move ebr-batch-create-date		to	ws-batch-date-r.
    compute ws-batch-days =
	(ws-batch-yy * 360) + (ws-batch-mm * 30) + ws-batch-dd.
    subtract ws-batch-days		from	ws-today-days
					giving	ws-days-waiting.

    if ws-days-waiting not > ws-wait-days
    then
	go to cb0-99-exit.
*   endif

    add 1				to	ctr-never-acknowledged.

    move spaces				to	l1-reg-line.
    move ebr-moh-batch-id		to	l1-moh-batch-id.
    move ebr-file-id			to	l1-file-id.
    move ebr-provider-nbr		to	l1-provider-nbr.
    move ebr-sent-claims		to	l1-sent-claims.
    move ebr-sent-amt			to	l1-sent-amt.
    move zero				to	l1-acc-claims
						l1-acc-amt
						l1-rej-claims.
    move "NEVER ACKNOWLEDGED BY MOH"	to	l1-result.
    move l1-reg-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
ta0-print-totals.

    move 2				to	nbr-lines-to-adv.
    move "BATCHES ACKNOWLEDGED"		to	t1-desc.
    move ctr-ack-reads			to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "   AGREE WITH WHAT WAS SENT"	to	t1-desc.
    move ctr-acks-agree			to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "   CLAIM COUNT OR DOLLARS DIFFER"
					to	t1-desc.
    move ctr-acks-differ		to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "   REJECTED WHOLE"		to	t1-desc.
    move ctr-acks-rejected		to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "   NOT ON THE EDT BATCH REGISTER"
					to	t1-desc.
    move ctr-acks-not-registered	to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "   ALREADY ACKNOWLEDGED"	to	t1-desc.
    move ctr-acks-already-done		to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "CLAIMS RESET FOR RESUBMISSION"
					to	t1-desc.
    move ctr-claims-reset		to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.
    move "BATCHES NEVER ACKNOWLEDGED"	to	t1-desc.
    move ctr-never-acknowledged		to	t1-count.
    perform ta1-print-total-line	thru	ta1-99-exit.

ta0-99-exit.
    exit.
ta1-print-total-line.

    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ta1-99-exit.
    exit.
az0-end-of-job.

    move "u142"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-ack-reads			to	elp-count.
    move "BATCH EDIT ACKS RECONCILED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

*	(a batch MOH never acknowledged is raised for the morning
*	 exception report)
    if ctr-never-acknowledged > zero
    then
	move "EXCEPT"			to	elp-type
	move ctr-never-acknowledged	to	elp-count
	move "EDT BATCHES NEVER ACKNOWLEDGED"
					to	elp-text
	call "eventlog" using event-log-parms
	    on exception
		continue.
*   endif

    if status-ack-file = "00"
    then
	close ack-file.
*   endif
    close edt-batch-reg.
    close submission-reg.
    close claims-mstr.
    close batch-ctrl-file.
    close register-file.

    display "u142 - batches acknowledged     " ctr-ack-reads.
    display "u142 - rejected whole           " ctr-acks-rejected.
    display "u142 - claims reset             " ctr-claims-reset.
    display "u142 - never acknowledged       " ctr-never-acknowledged.

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
xc0-print-ack-line.

    move l1-reg-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

    if ack-edit-message not = spaces
    then
	move ack-edit-message		to	l3-edit-message
	move l3-message-line		to	print-line
	perform xb0-write-register-record
					thru	xb0-99-exit.
*   endif

xc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
