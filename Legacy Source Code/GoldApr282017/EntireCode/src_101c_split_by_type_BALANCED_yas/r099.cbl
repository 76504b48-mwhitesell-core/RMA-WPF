identification division.
program-id. r099.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f040 - oma fee master (standard minutes)
*			: f042 - sessional rate table (unit minutes)
*			: f020 - doctor master
*			: r099_parm - thresholds, days back
*			: r099-work-file - timed service lines, sorted
*			  by doctor, service date, patient and code
*			: rr099 - impossible-hours audit (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : weekly impossible-hours audit.  every service
*			line with a service date in the days back
*			(14 unless the parm says otherwise) is timed
*			at its code's f040 standard minutes times its
*			number of services - the d010 sessional lines
*			("SES ") at the contract's f042 unit minutes
*			times the units - and a line spread over
*			consecutive dates is timed on each date.
*			the time is totalled per doctor and service
*			date, and every day over the lowest threshold
*			(12, 16 and 24 hours unless the parm gives
*			others) is listed with the highest threshold
*			it passes, the patients seen, the lines still
*			unsent and the code breakdown, so the clinic
*			can be asked about keying errors or wrong-
*			doctor batches before the claims go out.
*			lines on codes with no standard time are
*			counted as untimed so the gap shows.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
    copy "f042_sessional_rate.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r099-work-file
	assign to "r099_work_file"
	organization is sequential.
*
    select r099-parm-file
	assign to disk "$pb_data/r099_parm"
	organization is sequential
	file status is status-r099-parm.
*
    select audit-rpt-file
	assign to printer print-file-name
	file status is status-audit-rpt.
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
    copy "f042_sessional_rate.fd".
*
    copy "f020_doctor_mstr.fd".
*
sd  r099-work-file
    record contains 60 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-sv-date			pic 9(8).
    05  wf-pat-id			pic x(17).
    05  wf-oma-cd			pic x(4).
    05  wf-oma-suff			pic x.
    05  wf-nbr-serv			pic 9(3).
    05  wf-std-minutes			pic 9(3).
    05  wf-minutes			pic 9(6).
    05  wf-untimed			pic x.
    05  wf-unsent			pic x.
    05  filler				pic x(13).

fd  r099-parm-file
    record contains 80 characters.

*	(type "T" - up to five hour thresholds, lowest first, two
*	 digits each; type "D" - days back, three digits)
01  r099-parm-rec.
    05  r099-parm-type			pic x.
    05  r099-parm-data.
	10  r099-parm-hours		pic 99	occurs 5 times.
    05  r099-parm-data-d redefines r099-parm-data.
	10  r099-parm-days		pic 999.
	10  filler			pic x(7).
    05  filler				pic x(69).

fd  audit-rpt-file
    record contains 132 characters.

01  audit-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr099".
77  status-audit-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.
77  status-cobol-sessional-rate		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r099-parm			pic xx	value zero.

77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".

77  ws-days-back			pic 999		value 14.
77  ws-today-days			pic 9(7)	value zero.
77  ws-from-days			pic 9(7)	value zero.
77  ws-line-days			pic 9(7)	value zero.
77  ws-last-fee-cd			pic x(4)	value spaces.
77  ws-last-fee-minutes			pic 9(3)	value zero.
77  ws-line-std-minutes			pic 9(3)	value zero.
77  ws-main-nbr-serv			pic s9(5)	value zero.
77  ws-release-nbr			pic 9(3)	value zero.
77  ws-hours				pic 9(3)v9	value zero.
77  ss-consec				pic 9		comp	value zero.
77  ss-thresh				pic 9		comp	value zero.
77  ss-level				pic 9		comp	value zero.

*   the hour thresholds, lowest first, and the days over each

01  threshold-table.
    05  thresh-entry			occurs 5 times.
	10  thr-hours			pic 99.
	10  thr-minutes			pic 9(5).
	10  thr-days			pic 9(5).
77  thresh-used				pic 9		comp	value zero.

01  ws-parm-thresholds.
    05  ws-parm-hours			pic 99	occurs 5 times.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-doc-nbr			pic x(3).
    05  cur-claim-id			pic x(11).
    05  cur-pat-id			pic x(17).
    05  cur-unsent			pic x.

01  ws-date-work.
    05  ws-date-yy			pic 9(4).
    05  ws-date-mm			pic 99.
    05  ws-date-dd			pic 99.
01  ws-date-work-r redefines ws-date-work	pic 9(8).

*   the doctor-day being totalled off the sorted work file

01  ws-day.
    05  day-doc-nbr			pic x(3).
    05  day-sv-date			pic 9(8).
    05  day-minutes			pic 9(7).
    05  day-patients			pic 9(5).
    05  day-lines			pic 9(5).
    05  day-unsent			pic 9(5).
    05  day-untimed			pic 9(5).
    05  day-last-pat-id			pic x(17).

01  day-code-table.
    05  dc-entry			occurs 60 times.
	10  dc-oma-cd			pic x(4).
	10  dc-oma-suff			pic x.
	10  dc-std-minutes		pic 9(3).
	10  dc-nbr-serv			pic 9(5).
	10  dc-minutes			pic 9(7).
77  dc-used				pic 99		comp	value zero.
77  ss-dc				pic 99		comp	value zero.

01  counters.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-timed			pic 9(7)	value zero.
    05  ctr-lines-untimed		pic 9(7)	value zero.
    05  ctr-doctor-days			pic 9(7)	value zero.
    05  ctr-days-flagged		pic 9(7)	value zero.
    05  ctr-code-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-audit-head.
    05  filler				pic x(6)	value "r099".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"IMPOSSIBLE-HOURS AUDIT - TIME BILLED PER DOCTOR-DAY".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-range-head.
    05  filler				pic x(21)	value
		"SERVICE DATES IN THE ".
    05  h2-days-back			pic zz9.
    05  filler				pic x(9)	value " DAYS TO ".
    05  h2-to-date			pic 9(8).
    05  filler				pic x(26)	value
		"    THRESHOLDS (HOURS) -".
    05  h2-thresh			occurs 5 times.
	10  h2-thresh-hours		pic zz9.
	10  filler			pic x		value space.

01  h3-day-head.
    05  filler				pic x(4)	value "DOC".
    05  filler				pic x(22)	value "DOCTOR".
    05  filler				pic x(10)	value "SVC DATE".
    05  filler				pic x(8)	value
		"   HOURS".
    05  filler				pic x(8)	value
		"    PATS".
    05  filler				pic x(8)	value
		"   LINES".
    05  filler				pic x(8)	value
		"  UNSENT".
    05  filler				pic x(8)	value
		" UNTIMED".
    05  filler				pic x(12)	value
		"   OVER".
    05  filler				pic x(8)	value
		"CODE".
    05  filler				pic x(8)	value
		"    SVCS".
    05  filler				pic x(8)	value
		" STD MIN".
    05  filler				pic x(9)	value
		"  MINUTES".

01  l1-day-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x		value spaces.
    05  l1-doc-name			pic x(20).
    05  filler				pic x(2)	value spaces.
    05  l1-sv-date			pic 9(8).
    05  filler				pic x(2)	value spaces.
    05  l1-hours			pic zzz9.9.
    05  filler				pic x(2)	value spaces.
    05  l1-patients			pic zzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l1-lines			pic zzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l1-unsent			pic zzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l1-untimed			pic zzzzz9.
    05  filler				pic x(3)	value spaces.
    05  l1-over				pic zz9.
    05  l1-over-lit			pic x(6).

01  l2-code-line.
    05  filler				pic x(88)	value spaces.
    05  l2-oma-cd			pic x(4).
    05  l2-oma-suff			pic x.
    05  filler				pic x(3)	value spaces.
    05  l2-nbr-serv			pic zzzzz9.
    05  filler				pic x(5)	value spaces.
    05  l2-std-minutes			pic zz9.
    05  filler				pic x(2)	value spaces.
    05  l2-minutes			pic z,zzz,zz9.

01  l3-total-line.
    05  filler				pic x(21)	value
		"DOCTOR-DAYS OVER ".
    05  l3-hours			pic zz9.
    05  filler				pic x(9)	value " HOURS - ".
    05  l3-days				pic zzz,zz9.

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

err-oma-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display "error in accessing oma fee master - status "
	    common-status-file.
    stop "error in accessing oma fee master".

err-sess-file section.
    use after standard error procedure on sessional-rate.
err-sessional-rate.
    move status-cobol-sessional-rate	to common-status-file.
    display "error in accessing sessional rate table - status "
	    common-status-file.
    stop "error in accessing sessional rate table".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort r099-work-file
	on ascending key
			wf-doc-nbr
			wf-sv-date
			wf-pat-id
			wf-oma-cd
	input procedure is ab0-time-service-lines	thru ab0-99-exit
	output procedure is ba0-total-doctor-days	thru ba0-99-exit.

    perform ta0-print-totals		thru ta0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

*	(12, 16 and 24 hours unless the parm gives others)
    move 12				to	ws-parm-hours (1).
    move 16				to	ws-parm-hours (2).
    move 24				to	ws-parm-hours (3).
    move zero				to	ws-parm-hours (4)
						ws-parm-hours (5).

    perform ap0-read-parm		thru	ap0-99-exit.

    move zero				to	thresh-used.
    perform ap5-load-threshold		thru	ap5-99-exit
	varying ss-thresh from 1 by 1
	until   ss-thresh > 5.

*	(today in 30-day months, and the first day looked at)
    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.
    compute ws-from-days = ws-today-days - ws-days-back.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move sys-date-long			to	h2-to-date.
    move ws-days-back			to	h2-days-back.

    open input claims-mstr.
    open input oma-fee-mstr.
    open input sessional-rate.
    open input doc-mstr.
    open output audit-rpt-file.

    move "r099"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(a "T" record replaces the thresholds, a "D" record the
*	 days back)

    open input r099-parm-file.
    if status-r099-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r099-parm-file
	at end
	    close r099-parm-file
	    go to ap0-99-exit.

    if r099-parm-type = "T"
    then
	move zero			to	ws-parm-hours (1)
						ws-parm-hours (2)
						ws-parm-hours (3)
						ws-parm-hours (4)
						ws-parm-hours (5)
	perform ap1-take-hours		thru	ap1-99-exit
	    varying ss-thresh from 1 by 1
	    until   ss-thresh > 5.
*   endif

    if   r099-parm-type = "D"
     and r099-parm-days numeric
     and r099-parm-days > zero
    then
	move r099-parm-days		to	ws-days-back.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ap1-take-hours.

    if r099-parm-hours (ss-thresh) numeric
    then
	move r099-parm-hours (ss-thresh)
					to	ws-parm-hours (ss-thresh).
*   endif

ap1-99-exit.
    exit.
ap5-load-threshold.

*	(a zero slot is unused; the slots must climb)
    if ws-parm-hours (ss-thresh) = zero
    then
	go to ap5-99-exit.
*   endif

    if   thresh-used > zero
     and ws-parm-hours (ss-thresh) not > thr-hours (thresh-used)
    then
	go to ap5-99-exit.
*   endif

    add 1				to	thresh-used.
    move ws-parm-hours (ss-thresh)	to	thr-hours (thresh-used)
						h2-thresh-hours (thresh-used).
    compute thr-minutes (thresh-used) = ws-parm-hours (ss-thresh) * 60.
    move zero				to	thr-days (thresh-used).

ap5-99-exit.
    exit.
ab0-time-service-lines.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	ws-current-claim.

    perform ac0-read-claims		thru	ac0-99-exit
	until eof-claims-mstr = "Y".

ab0-99-exit.
    exit.
ac0-read-claims.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ac0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ac0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - hold it for the lines that follow)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform ad0-hold-header		thru	ad0-99-exit
	go to ac0-99-exit.
*   endif

    if key-clm-data (1:11) not = cur-claim-id
    then
	go to ac0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(payment/adjustment details are not services)
    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ac0-99-exit.
*   endif

    perform ae0-line-std-minutes	thru	ae0-99-exit.

*	(the services on the consecutive dates come off the line's
*	 count; what is left falls on the line's own date)
    move clmdtl-nbr-serv		to	ws-main-nbr-serv.
    perform af0-release-consec-date	thru	af0-99-exit
	varying ss-consec from 1 by 1
	until   ss-consec > 3.

    if ws-main-nbr-serv < 1
    then
	move 1				to	ws-main-nbr-serv.
*   endif

    move clmdtl-sv-date			to	ws-date-work-r.
    move ws-main-nbr-serv		to	ws-release-nbr.
    perform ag0-release-line		thru	ag0-99-exit.

ac0-99-exit.
    exit.
ad0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr.
    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-pat-id			to	cur-pat-id.

    if   clmhdr-submit-date = zeros
      or clmhdr-submit-date = spaces
    then
	move "Y"			to	cur-unsent
    else
	move "N"			to	cur-unsent.
*   endif

ad0-99-exit.
    exit.
ae0-line-std-minutes.

*	(a sessional line is timed at its contract's unit length -
*	 d010 keeps the contract in the diagnosis field)
    if clmdtl-oma-cd = "SES "
    then
	perform ae5-sessional-minutes	thru	ae5-99-exit
	go to ae0-99-exit.
*   endif

    if clmdtl-oma-cd = ws-last-fee-cd
    then
	move ws-last-fee-minutes	to	ws-line-std-minutes
	go to ae0-99-exit.
*   endif

    move clmdtl-oma-cd			to	ws-last-fee-cd
						fee-oma-cd.
    move zero				to	ws-last-fee-minutes
						ws-line-std-minutes.
    read oma-fee-mstr
	invalid key
	    go to ae0-99-exit.

    move fee-std-minutes		to	ws-last-fee-minutes
						ws-line-std-minutes.

ae0-99-exit.
    exit.
ae5-sessional-minutes.

    move cur-doc-nbr			to	sess-doc-nbr.
    move clmdtl-diag-cd			to	sess-contract-id.
    move zero				to	ws-line-std-minutes.

    read sessional-rate
	invalid key
	    go to ae5-99-exit.

    move sess-unit-minutes		to	ws-line-std-minutes.

ae5-99-exit.
    exit.
af0-release-consec-date.

    if   clmdtl-sv-day (ss-consec) = zero
      or clmdtl-sv-nbr (ss-consec) not > zero
    then
	go to af0-99-exit.
*   endif

    subtract clmdtl-sv-nbr (ss-consec)	from	ws-main-nbr-serv.
    move clmdtl-sv-day (ss-consec)	to	ws-date-work-r.
    move clmdtl-sv-nbr (ss-consec)	to	ws-release-nbr.

    perform ag0-release-line		thru	ag0-99-exit.

af0-99-exit.
    exit.
ag0-release-line.

*	(ws-date-work holds the date and ws-release-nbr the services
*	 on it)
    compute ws-line-days =
	(ws-date-yy * 360) + (ws-date-mm * 30) + ws-date-dd.
    if   ws-line-days < ws-from-days
      or ws-line-days > ws-today-days
    then
	go to ag0-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move cur-doc-nbr			to	wf-doc-nbr.
    move ws-date-work-r			to	wf-sv-date.
    move cur-pat-id			to	wf-pat-id.
    move clmdtl-oma-cd			to	wf-oma-cd.
    move clmdtl-oma-suff		to	wf-oma-suff.
    move cur-unsent			to	wf-unsent.
    move ws-line-std-minutes		to	wf-std-minutes.

    move ws-release-nbr			to	wf-nbr-serv.
    compute wf-minutes = wf-nbr-serv * ws-line-std-minutes.

    if ws-line-std-minutes = zero
    then
	move "Y"			to	wf-untimed
	add 1				to	ctr-lines-untimed
    else
	move "N"			to	wf-untimed
	add 1				to	ctr-lines-timed.
*   endif

    release work-file-rec.

ag0-99-exit.
    exit.
ba0-total-doctor-days.

    move "DOCTOR-DAYS OVER THE LOWEST THRESHOLD"
					to	s1-section-title.
    move h3-day-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move spaces				to	ws-day.

    perform bb0-return-line		thru	bb0-99-exit
	until eof-work-file = "Y".

    if day-doc-nbr not = spaces
    then
	perform bd0-close-day		thru	bd0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-return-line.

    return r099-work-file
	at end
	    move "Y"			to	eof-work-file
	    go to bb0-99-exit.

    if   wf-doc-nbr not = day-doc-nbr
      or wf-sv-date not = day-sv-date
    then
	perform bc0-day-break		thru	bc0-99-exit.
*   endif

    add wf-minutes			to	day-minutes.
    add 1				to	day-lines.

    if wf-pat-id not = day-last-pat-id
    then
	add 1				to	day-patients
	move wf-pat-id			to	day-last-pat-id.
*   endif

    if wf-unsent = "Y"
    then
	add 1				to	day-unsent.
*   endif

    if wf-untimed = "Y"
    then
	add 1				to	day-untimed.
*   endif

    perform be0-add-code		thru	be0-99-exit.

bb0-99-exit.
    exit.
bc0-day-break.

    if day-doc-nbr not = spaces
    then
	perform bd0-close-day		thru	bd0-99-exit.
*   endif

    move wf-doc-nbr			to	day-doc-nbr.
    move wf-sv-date			to	day-sv-date.
    move zero				to	day-minutes
						day-patients
						day-lines
						day-unsent
						day-untimed
						dc-used.
    move spaces				to	day-last-pat-id.
    add 1				to	ctr-doctor-days.

bc0-99-exit.
    exit.
bd0-close-day.

*	(the highest threshold the day passes, if any)
    move zero				to	ss-level.
    perform bf0-test-threshold		thru	bf0-99-exit
	varying ss-thresh from 1 by 1
	until   ss-thresh > thresh-used.

    if ss-level = zero
    then
	go to bd0-99-exit.
*   endif

    add 1				to	ctr-days-flagged.

    move spaces				to	l1-day-line.
    move day-doc-nbr			to	l1-doc-nbr
						doc-nbr.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.
    move doc-name			to	l1-doc-name.
    move day-sv-date			to	l1-sv-date.
    compute ws-hours rounded = day-minutes / 60.
    move ws-hours			to	l1-hours.
    move day-patients			to	l1-patients.
    move day-lines			to	l1-lines.
    move day-unsent			to	l1-unsent.
    move day-untimed			to	l1-untimed.
    move thr-hours (ss-level)		to	l1-over.
    move " HOURS"			to	l1-over-lit.

    move l1-day-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform bg0-code-line		thru	bg0-99-exit
	varying ss-dc from 1 by 1
	until   ss-dc > dc-used.

bd0-99-exit.
    exit.
be0-add-code.

    move 1				to	ss-dc.

be0-10-search.

    if ss-dc > dc-used
    then
	go to be0-50-add.
*   endif

    if   dc-oma-cd (ss-dc)   = wf-oma-cd
     and dc-oma-suff (ss-dc) = wf-oma-suff
    then
	go to be0-80-accumulate.
*   endif

    add 1				to	ss-dc.
    go to be0-10-search.

be0-50-add.

*	(a day with more codes than the table - the last entry
*	 takes the rest)
    if dc-used not < 60
    then
	add 1				to	ctr-code-overflow
	move 60				to	ss-dc
	go to be0-80-accumulate.
*   endif

    add 1				to	dc-used.
    move dc-used			to	ss-dc.
    move wf-oma-cd			to	dc-oma-cd (ss-dc).
    move wf-oma-suff			to	dc-oma-suff (ss-dc).
    move wf-std-minutes			to	dc-std-minutes (ss-dc).
    move zero				to	dc-nbr-serv (ss-dc)
						dc-minutes (ss-dc).

be0-80-accumulate.

    add wf-nbr-serv			to	dc-nbr-serv (ss-dc).
    add wf-minutes			to	dc-minutes (ss-dc).

be0-99-exit.
    exit.
bf0-test-threshold.

    if day-minutes > thr-minutes (ss-thresh)
    then
	move ss-thresh			to	ss-level
	add 1				to	thr-days (ss-thresh).
*   endif

bf0-99-exit.
    exit.
bg0-code-line.

    move spaces				to	l2-code-line.
    move dc-oma-cd (ss-dc)		to	l2-oma-cd.
    move dc-oma-suff (ss-dc)		to	l2-oma-suff.
    move dc-nbr-serv (ss-dc)		to	l2-nbr-serv.
    move dc-std-minutes (ss-dc)		to	l2-std-minutes.
    move dc-minutes (ss-dc)		to	l2-minutes.

    move l2-code-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bg0-99-exit.
    exit.
ta0-print-totals.

    move "TOTALS"			to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform tb0-threshold-total		thru	tb0-99-exit
	varying ss-thresh from 1 by 1
	until   ss-thresh > thresh-used.

ta0-99-exit.
    exit.
tb0-threshold-total.

    move spaces				to	l3-total-line.
    move thr-hours (ss-thresh)		to	l3-hours.
    move thr-days (ss-thresh)		to	l3-days.
    move l3-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

tb0-99-exit.
    exit.
az0-end-of-job.

    move "r099"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-days-flagged		to	elp-count.
    move "DOCTOR-DAYS OVER THRESHOLD"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close claims-mstr.
    close oma-fee-mstr.
    close sessional-rate.
    close doc-mstr.
    close audit-rpt-file.

    display "r099 - claims records read    " ctr-claims-mstr-reads.
    display "r099 - lines timed            " ctr-lines-timed.
    display "r099 - lines with no std time " ctr-lines-untimed.
    display "r099 - doctor-days            " ctr-doctor-days.
    display "r099 - doctor-days flagged    " ctr-days-flagged.
    if ctr-code-overflow > zero
    then
	display "r099 - code table overflows   " ctr-code-overflow.
*   endif

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write audit-rpt-record		from	h1-audit-head after advancing page.
    write audit-rpt-record		from	h2-range-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write audit-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-start-section.

*	(section title and its column heading - print-line holds the
*	 column heading on the way in)

    move print-line			to	hold-column-head.
    move s1-section-title		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move hold-column-head		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
