identification division.
program-id. u143.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f085 - rejected claims file
*			: f106 - submission file register
*			: u143-work-file - lost claims, sorted by
*			  doctor / submission file / claim
*			: u143_parm - weeks out and resubmit option
*			  (optional)
*			: ru143 - lost claim register (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : weekly lost-claim sweep.  r009 warns about
*			claims never submitted and r085 ages the
*			f085 rejections, but a claim that went out
*			and then never came back on an RA or on the
*			error file just disappeared until the doctor
*			found it on their own books.  every OHIP-agent
*			claim header that was submitted (submit date
*			set) more than the parm's weeks ago (default
*			8), has no payment (no cash/tape payment date
*			and nothing in manual-and-tape payments) and
*			has no f085 entry is listed by doctor and by
*			the submission file it went out in (f106 file
*			id - stream plus submit date).  with the
*			resubmit option "Y" each such claim whose
*			service date is still inside the six-month
*			MOH window is put back to unsubmitted (submit
*			date and tape indicator cleared, journalled -
*			as u110 does) so the next EDT build sends it
*			again.
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
    copy "f106_submission_reg.slr".
*
    select u143-work-file
	assign to "u143_work_file"
	organization is sequential.
*
    select u143-parm-file
	assign to disk "$pb_data/u143_parm"
	organization is sequential
	file status is status-u143-parm.
*
    select register-file
	assign to printer print-file-name
	file status is status-register-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f085_rejected_claims.fd".
*
    copy "f106_submission_reg.fd".
*
sd  u143-work-file
    record contains 100 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(4).
    05  wf-doc-nbr-ohip			pic x(6).
    05  wf-file-id			pic x(12).
    05  wf-claim-key			pic x(18).
    05  wf-pat-surname			pic x(20).
    05  wf-serv-date			pic 9(8).
    05  wf-submit-date			pic x(8).
    05  wf-days-out			pic 9(5).
    05  wf-amt-billed			pic s9(7)v99.
    05  wf-in-window			pic x.
    05  filler				pic x(9).

fd  u143-parm-file
    record contains 20 characters.

01  u143-parm-rec.
    05  u143-parm-weeks			pic 99.
    05  u143-parm-resubmit		pic x.
    05  filler				pic x(17).

fd  register-file
    record contains 132 characters.

01  register-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru143".
77  status-register-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-rejected-claims	pic xx	value zero.
77  status-cobol-submission-reg		pic xx	value zero.
77  status-u143-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".

77  ws-weeks-out			pic 99		value 8.
77  ws-resubmit				pic x		value "N".
77  ws-on-f085				pic x		value "N".
77  ws-days-limit			pic s9(5)	value zero.
77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-out				pic s9(7)	value zero.
77  ws-serv-age				pic s9(7)	value zero.
01  ws-hold-doc-nbr			pic x(4)	value spaces.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

    copy "def_agents.ws".

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-claims-lost			pic 9(7)	value zero.
    05  ctr-claims-resubmitted		pic 9(7)	value zero.
    05  ctr-claims-past-window		pic 9(7)	value zero.
    05  ctr-doc-claims			pic 9(7)	value zero.

01  run-totals.
    05  tot-amt-lost			pic s9(9)v99	value zero.
    05  tot-doc-amt			pic s9(9)v99	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-reg-head.
    05  filler				pic x(6)	value "u143".
    05  filler				pic x(22)	value spaces.
    05  filler				pic x(36)	value
		"LOST CLAIM REGISTER".
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
    05  filler				pic x(14)	value "FILE ID".
    05  filler				pic x(22)	value "PATIENT".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(10)	value "SUBMITTED".
    05  filler				pic x(7)	value "  DAYS".
    05  filler				pic x(15)	value
		"        BILLED".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(20)	value "ACTION".

01  h3-doc-head.
    05  filler				pic x(7)	value "DOCTOR ".
    05  h3-doc-nbr			pic x(4).
    05  filler				pic x(12)	value
		"   OHIP NBR ".
    05  h3-doc-nbr-ohip			pic x(6).

01  l1-reg-line.
    05  l1-claim-id			pic x(11).
    05  filler				pic xx		value spaces.
    05  l1-file-id			pic x(12).
    05  filler				pic xx		value spaces.
    05  l1-pat-name			pic x(20).
    05  filler				pic xx		value spaces.
    05  l1-svc-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-submit-date			pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-days-out			pic zzzz9.
    05  filler				pic xx		value spaces.
    05  l1-billed			pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-action			pic x(30).

01  t1-doc-total.
    05  filler				pic x(13)	value spaces.
    05  filler				pic x(20)	value
		"DOCTOR TOTAL".
    05  t1-doc-claims			pic zzz,zz9.
    05  filler				pic x(4)	value spaces.
    05  t1-doc-amt			pic zzz,zzz,zz9.99-.

01  t2-reg-total.
    05  t2-desc				pic x(40).
    05  t2-count			pic zzz,zz9.
    05  filler				pic x(4)	value spaces.
    05  t2-amt				pic zzz,zzz,zz9.99-.

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

err-rejected-claims-file section.
    use after standard error procedure on rejected-claims.
err-rejected-claims.
    move status-cobol-rejected-claims	to common-status-file.
    display "error in accessing rejected claims - status "
	    common-status-file.
    stop "error in accessing rejected claims".

err-sbr-file section.
    use after standard error procedure on submission-reg.
err-submission-reg.
    move status-cobol-submission-reg	to common-status-file.
    display "error in accessing submission register - status "
	    common-status-file.
    stop "error in accessing submission register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort u143-work-file
	on ascending key
			wf-doc-nbr
			wf-file-id
			wf-claim-key
	input procedure is ab0-find-lost-claims	thru ab0-99-exit
	output procedure is ba0-print-lost-claims	thru ba0-99-exit.

    perform ta0-print-totals		thru ta0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   run-totals.

    perform ap0-read-parm		thru	ap0-99-exit.

*	(claims still out after this many days are lost)
    multiply ws-weeks-out		by	7
					giving	ws-days-limit.

*	(today in 30-day months)
    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    if ws-resubmit = "Y"
    then
	open i-o claims-mstr
    else
	open input claims-mstr.
*   endif
    open input rejected-claims.
    open input submission-reg.
    open output register-file.

    move "u143"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(weeks out in the first two bytes, "Y" in the third to
*	 resubmit - the defaults stand if the parm is absent)

    open input u143-parm-file.
    if status-u143-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read u143-parm-file
	at end
	    close u143-parm-file
	    go to ap0-99-exit.

    if   u143-parm-weeks numeric
     and u143-parm-weeks > zero
    then
	move u143-parm-weeks		to	ws-weeks-out.
*   endif

    if u143-parm-resubmit = "Y"
    then
	move "Y"			to	ws-resubmit.
*   endif

    close u143-parm-file.

ap0-99-exit.
    exit.
ab0-find-lost-claims.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    perform ac0-check-claim		thru	ac0-99-exit
	until eof-claims-mstr = "Y".

ab0-99-exit.
    exit.
ac0-check-claim.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ac0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ac0-99-exit.
*   endif

*	(headers only)
    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to ac0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

    move claims-mstr-rec		to	claim-header-rec.

*	(OHIP-agent claims - wsib's own file ("W") is paid by wsib)
    move clmhdr-agent-cd		to	def-agent-code.
    if  not def-agent-ohip
    and not def-agent-ohip-wcb
    then
	go to ac0-99-exit.
*   endif

    if clmhdr-tape-submit-ind = "W"
    then
	go to ac0-99-exit.
*   endif

*	(submitted - d004 initialises the date to zeros)
    if   clmhdr-submit-date = spaces
      or clmhdr-submit-date = zeros
      or clmhdr-submit-date not numeric
    then
	go to ac0-99-exit.
*   endif

*	(and never paid)
    if   clmhdr-date-cash-tape-payment not = spaces
     and clmhdr-date-cash-tape-payment not = zeros
    then
	go to ac0-99-exit.
*   endif

    if clmhdr-manual-and-tape-paymnts not = zero
    then
	go to ac0-99-exit.
*   endif

*	(and out longer than the limit)
    move clmhdr-submit-date		to	ws-work-date.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-days-out.

    if ws-days-out not > ws-days-limit
    then
	go to ac0-99-exit.
*   endif

*	(and never rejected either)
    perform ad0-check-f085		thru	ad0-99-exit.
    if ws-on-f085 = "Y"
    then
	go to ac0-99-exit.
*   endif

    perform ae0-release-claim		thru	ae0-99-exit.

ac0-99-exit.
    exit.
ad0-check-f085.

    move "N"				to	ws-on-f085.
    move spaces				to	rejected-claims-rec.
    move clmhdr-claim-id		to	rej-claim-id.
    move low-values			to	rej-oma-cd
						rej-oma-suff.

    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    go to ad0-99-exit.

    read rejected-claims next
	at end
	    go to ad0-99-exit.

    if rej-claim-id = clmhdr-claim-id
    then
	move "Y"			to	ws-on-f085.
*   endif

ad0-99-exit.
    exit.
ae0-release-claim.

    move spaces				to	work-file-rec.
    move clmhdr-doc-nbr			to	wf-doc-nbr.
    move clmhdr-doc-nbr-ohip		to	wf-doc-nbr-ohip.
    move key-claims-mstr		to	wf-claim-key.
    move clmhdr-pat-surname		to	wf-pat-surname.
    move clmhdr-serv-date		to	wf-serv-date.
    move clmhdr-submit-date		to	wf-submit-date.
    move ws-days-out			to	wf-days-out.
    move clmhdr-tot-claim-ar-ohip	to	wf-amt-billed.

*	(the file it went out in - the stream plus the build date,
*	 the way u038/u051/u888 name their f106 files)
    if clmhdr-tape-submit-ind = "M"
    then
	string "RMB"			delimited by size
	       clmhdr-submit-date	delimited by size
				into	wf-file-id
    else
	string "EDT"			delimited by size
	       clmhdr-submit-date	delimited by size
				into	wf-file-id.
*   endif

*	(MOH takes nothing more than six months past service)
    move clmhdr-serv-date		to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-serv-age.

    if ws-serv-age > 180
    then
	move "N"			to	wf-in-window
    else
	move "Y"			to	wf-in-window.
*   endif

    release work-file-rec.

ae0-99-exit.
    exit.
ba0-print-lost-claims.

    move spaces				to	ws-hold-doc-nbr.

    perform bb0-print-claim		thru	bb0-99-exit
	until eof-work-file = "Y".

    if ws-hold-doc-nbr not = spaces
    then
	perform bd0-print-doc-total	thru	bd0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-print-claim.

    return u143-work-file
	at end
	    move "Y"			to	eof-work-file
	    go to bb0-99-exit.

    if wf-doc-nbr not = ws-hold-doc-nbr
    then
	perform bc0-doc-break		thru	bc0-99-exit.
*   endif

    add 1				to	ctr-claims-lost
						ctr-doc-claims.
    add wf-amt-billed			to	tot-amt-lost
						tot-doc-amt.

    move spaces				to	l1-reg-line.
    move wf-claim-key (2:11)		to	l1-claim-id.
    move wf-file-id			to	l1-file-id.
    move wf-pat-surname			to	l1-pat-name.
    move wf-serv-date			to	l1-svc-date.
    move wf-submit-date			to	l1-submit-date.
    move wf-days-out			to	l1-days-out.
    move wf-amt-billed			to	l1-billed.

*	(a file that predates the register is still named, but
*	 flagged)
    move wf-file-id			to	sbr-file-id.
    move zero				to	sbr-seq-nbr.
    read submission-reg
	invalid key
	    move "FILE NOT ON REGISTER"	to	l1-action.

    if wf-in-window = "N"
    then
	add 1				to	ctr-claims-past-window
	move "PAST SIX MONTHS - WRITE OFF?"
					to	l1-action
	go to bb0-80-print.
*   endif

    if ws-resubmit = "Y"
    then
	perform be0-resubmit-claim	thru	be0-99-exit.
*   endif

bb0-80-print.

    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

bb0-99-exit.
    exit.
bc0-doc-break.

    if ws-hold-doc-nbr not = spaces
    then
	perform bd0-print-doc-total	thru	bd0-99-exit.
*   endif

    move wf-doc-nbr			to	ws-hold-doc-nbr.
    move zero				to	ctr-doc-claims
						tot-doc-amt.

    move wf-doc-nbr			to	h3-doc-nbr.
    move wf-doc-nbr-ohip		to	h3-doc-nbr-ohip.
    move h3-doc-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-register-record	thru	xb0-99-exit.

bc0-99-exit.
    exit.
bd0-print-doc-total.

    move ctr-doc-claims			to	t1-doc-claims.
    move tot-doc-amt			to	t1-doc-amt.
    move t1-doc-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

bd0-99-exit.
    exit.
be0-resubmit-claim.

*	(clear the f002 submit stamp so the next submission build
*	 picks the claim up again)

    move wf-claim-key			to	key-claims-mstr.
    read claims-mstr
	invalid key
	    move "CLAIM GONE FROM THE MASTER"
					to	l1-action
	    go to be0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move claims-mstr-rec		to	cjp-before-image.
    move zeros				to	clmhdr-submit-date.
    move space				to	clmhdr-tape-submit-ind.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    next sentence.

    move "u143"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    add 1				to	ctr-claims-resubmitted.
    move "RESUBMITTED"			to	l1-action.

be0-99-exit.
    exit.
ta0-print-totals.

    move 3				to	nbr-lines-to-adv.
    move "CLAIMS LOST (NO PAYMENT, NO REJECTION)"
					to	t2-desc.
    move ctr-claims-lost		to	t2-count.
    move tot-amt-lost			to	t2-amt.
    move t2-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "   RESUBMITTED"		to	t2-desc.
    move ctr-claims-resubmitted		to	t2-count.
    move zero				to	t2-amt.
    move t2-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move "   PAST THE SIX-MONTH WINDOW"	to	t2-desc.
    move ctr-claims-past-window		to	t2-count.
    move t2-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

ta0-99-exit.
    exit.
az0-end-of-job.

    move "u143"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-claims-lost		to	elp-count.
    move "LOST CLAIMS LISTED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close rejected-claims.
    close submission-reg.
    close register-file.

    display "u143 - claim headers read      " ctr-claims-mstr-reads.
    display "u143 - lost claims             " ctr-claims-lost.
    display "u143 - resubmitted             " ctr-claims-resubmitted.

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

    copy "y2k_default_sysdate_century.rtn".
