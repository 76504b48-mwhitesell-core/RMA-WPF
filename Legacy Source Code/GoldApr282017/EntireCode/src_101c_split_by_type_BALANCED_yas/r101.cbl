identification division.
program-id. r101.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f130 - MOH billing threshold table
*			: f052 - doctor revenue history (closed months)
*			: f050 - doctor revenue master (open month)
*			: f002 - claims master
*			: f020 - doctor master
*			: r101_parm - report month
*			: r101-work-file - daily-limit services, sorted
*			  by doctor, threshold and service date
*			: rr101 - billing threshold monitor (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly MOH billing threshold monitor.  each
*			doctor is measured against the thresholds
*			m120 holds for the fiscal year (april to
*			march) the report month falls in - the
*			month before the run date unless the parm
*			names one.
*			  annual thresholds - the doctor's billing
*			  for the fiscal year to date (the whole
*			  practice or the threshold's codes) off the
*			  closed months on f052 and, for a clinic
*			  whose report month is not closed yet, the
*			  month to date on f050.  the revenue books
*			  carry every payer, so the direct-bill,
*			  reciprocal and other non-OHIP lines on the
*			  claims master for the same months come off
*			  (claims already purged cannot, so the
*			  figure errs high).  year-end is projected
*			  at the run rate and the doctor warned at
*			  80, 90 and 100 percent of the limit, with
*			  the payment reduction past the limit.
*			  daily thresholds - the OHIP services of the
*			  threshold's codes per service date off the
*			  claim lines; the days at 80 and 90 percent
*			  of the limit and over it, the services past
*			  the limit and the payment reduction on them
*			  so far and projected to year-end.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f130_billing_threshold.slr".
*
    copy "f052_doc_revenue_hist.slr".
*
    copy "f050_doc_revenue_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r101-work-file
	assign to "r101_work_file"
	organization is sequential.
*
    select r101-parm-file
	assign to disk "$pb_data/r101_parm"
	organization is sequential
	file status is status-r101-parm.
*
    select threshold-rpt-file
	assign to printer print-file-name
	file status is status-threshold-rpt.
*
data division.
file section.
*
    copy "f130_billing_threshold.fd".
*
    copy "f052_doc_revenue_hist.fd".
*
    copy "f050_doc_revenue_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
sd  r101-work-file
    record contains 40 characters.

01  work-file-rec.
    05  wf-doc-ss			pic 9(4).
    05  wf-thr-ss			pic 99.
    05  wf-sv-date			pic 9(8).
    05  wf-nbr-serv			pic s9(3).
    05  wf-fee				pic s9(7)v99.
    05  filler				pic x(14).

fd  r101-parm-file
    record contains 80 characters.

*	(type "M" - the report month, yyyymm)
01  r101-parm-rec.
    05  r101-parm-type			pic x.
    05  r101-parm-month			pic 9(6).
    05  filler				pic x(73).

fd  threshold-rpt-file
    record contains 132 characters.

01  threshold-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr101".
77  status-threshold-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-billing-threshold	pic xx	value zero.
77  status-cobol-docrev-hist		pic xx	value zero.
77  status-cobol-docrev-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r101-parm			pic xx	value zero.

77  eof-docrev-hist			pic x	value "N".
77  eof-docrev-mstr			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  ws-code-match			pic x	value "N".

*	(the fiscal year opens in april)
77  ws-fiscal-start-mm			pic 99		value 4.
77  ws-fiscal-yy			pic 9(4)	value zero.
77  ws-from-month			pic 9(6)	value zero.
77  ws-months-elapsed			pic 99		value zero.
77  ws-amount				pic s9(10)v99	value zero.
77  ws-code				pic x(4)	value spaces.
77  ws-find-doc-nbr			pic x(3)	value spaces.
77  ws-main-nbr-serv			pic s9(3)	value zero.
77  ws-release-nbr			pic s9(3)	value zero.
77  ws-fee-per-serv			pic s9(5)v99	value zero.

01  ws-rpt-month			pic 9(6)	value zero.
01  ws-rpt-month-r redefines ws-rpt-month.
    05  ws-rpt-yy			pic 9(4).
    05  ws-rpt-mm			pic 99.

01  ws-date-work			pic 9(8)	value zero.

*   the clinics whose report month u015 has closed to f052 - the
*   rest still carry it as the month to date on f050

01  clinic-closed-table.
    05  clinic-closed			pic x		occurs 100 times.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-doc-nbr			pic x(3).
    05  cur-claim-id			pic x(11).
    05  cur-agent-cd			pic 9.

*   the fiscal year's thresholds

01  threshold-table.
    05  thr-entry			occurs 20 times.
	10  tt-seq-nbr			pic 99.
	10  tt-desc			pic x(30).
	10  tt-type			pic x.
	10  tt-scope			pic x.
	10  tt-oma-cd			pic x(4)	occurs 10 times.
	10  tt-annual-limit		pic 9(7)v99.
	10  tt-daily-limit		pic 9(3).
	10  tt-reduction-pct		pic 9(3)v99.
77  thr-used				pic 99		comp	value zero.
77  ss-thr				pic 99		comp	value zero.
77  ss-thr-clear			pic 99		comp	value zero.
77  ss-code				pic 99		comp	value zero.
77  ss-consec				pic 9		comp	value zero.
77  ss-clinic				pic 999		comp	value zero.

*   one entry per doctor with billing in the fiscal year, and
*   its standing against each threshold

01  doctor-table.
    05  doc-entry			occurs 500 times.
	10  dt-doc-nbr			pic x(3).
	10  dt-thr			occurs 20 times.
	    15  dta-gross		pic s9(9)v99.
	    15  dta-non-ohip		pic s9(9)v99.
	    15  dta-days-80		pic 9(3).
	    15  dta-days-90		pic 9(3).
	    15  dta-days-over		pic 9(3).
	    15  dta-svcs-over		pic 9(5).
	    15  dta-reduction		pic s9(7)v99.
77  doc-used				pic 9(4)	comp	value zero.
77  ss-doc				pic 9(4)	comp	value zero.

*   the doctor-day being totalled off the sorted work file

01  ws-day.
    05  day-doc-ss			pic 9(4).
    05  day-thr-ss			pic 99.
    05  day-sv-date			pic 9(8).
    05  day-svcs			pic s9(5).
    05  day-fee				pic s9(7)v99.

*   the figures of one report line

77  ws-net-ytd				pic s9(9)v99	value zero.
77  ws-projected			pic s9(9)v99	value zero.
77  ws-pct-ytd				pic s9(5)v9	value zero.
77  ws-pct-proj				pic s9(5)v9	value zero.
77  ws-reduction			pic s9(9)v99	value zero.
77  ws-excess-svcs			pic s9(5)	value zero.
77  ws-warning				pic x(4)	value spaces.

01  counters.
    05  ctr-thresholds			pic 9(3)	value zero.
    05  ctr-docrev-hist-reads		pic 9(9)	value zero.
    05  ctr-docrev-mstr-reads		pic 9(9)	value zero.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-in-year		pic 9(9)	value zero.
    05  ctr-warn-80			pic 9(5)	value zero.
    05  ctr-warn-90			pic 9(5)	value zero.
    05  ctr-warn-over			pic 9(5)	value zero.
    05  ctr-doc-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(132)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-threshold-head.
    05  filler				pic x(6)	value "r101".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"MOH BILLING THRESHOLD MONITOR".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-year-head.
    05  filler				pic x(12)	value
		"FISCAL YEAR ".
    05  h2-fiscal-yy			pic 9(4).
    05  filler				pic x(21)	value
		"     BILLING THROUGH ".
    05  h2-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-rpt-mm			pic 99.
    05  filler				pic x(2)	value " (".
    05  h2-months			pic z9.
    05  filler				pic x(26)	value
		" MONTHS OF 12)".

01  h3-threshold-title.
    05  h3-type				pic x(8).
    05  h3-desc				pic x(30).
    05  filler				pic x(8)	value "  LIMIT ".
    05  h3-limit-area			pic x(12).
    05  h3-annual-limit redefines h3-limit-area
					pic z,zzz,zz9.99.
    05  h3-daily-limit redefines h3-limit-area.
	10  filler			pic x(6).
	10  h3-daily-svcs		pic zz9.
	10  filler			pic x(3).
    05  h3-per-day			pic x(8).
    05  filler				pic x(14)	value
		"  REDUCTION ".
    05  h3-reduction-pct		pic zz9.99.
    05  filler				pic x		value "%".

01  h4-annual-head.
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(22)	value "DOCTOR".
    05  filler				pic x(15)	value
		"   OHIP YTD".
    05  filler				pic x(9)	value
		"  YTD %".
    05  filler				pic x(15)	value
		"  PROJECTED".
    05  filler				pic x(9)	value
		" PROJ %".
    05  filler				pic x(8)	value
		" WARN".
    05  filler				pic x(15)	value
		"  EST REDUCTION".

01  h5-daily-head.
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(22)	value "DOCTOR".
    05  filler				pic x(9)	value
		" DAYS 80%".
    05  filler				pic x(9)	value
		" DAYS 90%".
    05  filler				pic x(10)	value
		" DAYS OVER".
    05  filler				pic x(10)	value
		" SVCS OVER".
    05  filler				pic x(8)	value
		" WARN".
    05  filler				pic x(15)	value
		" REDUCTION YTD".
    05  filler				pic x(15)	value
		"  YEAR-END EST".

01  l1-annual-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-doc-name			pic x(20).
    05  filler				pic x(2)	value spaces.
    05  l1-net-ytd			pic zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-pct-ytd			pic zzz9.9-.
    05  l1-projected			pic zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-pct-proj			pic zzz9.9-.
    05  filler				pic x(2)	value spaces.
    05  l1-warning			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l1-reduction			pic zzz,zzz,zz9.99-.

01  l2-daily-line.
    05  l2-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l2-doc-name			pic x(20).
    05  filler				pic x(2)	value spaces.
    05  l2-days-80			pic zzzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l2-days-90			pic zzzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l2-days-over			pic zzzzzzz9.
    05  filler				pic x(2)	value spaces.
    05  l2-svcs-over			pic zzzzzzz9.
    05  filler				pic x(3)	value spaces.
    05  l2-warning			pic x(4).
    05  filler				pic x		value spaces.
    05  l2-reduction			pic zzz,zzz,zz9.99-.
    05  l2-projected			pic zzz,zzz,zz9.99-.

01  l3-message-line.
    05  filler				pic x(5)	value spaces.
    05  l3-message			pic x(60).

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-threshold-file section.
    use after standard error procedure on billing-threshold.
err-billing-threshold.
    move status-cobol-billing-threshold	to common-status-file.
    display "error in accessing billing threshold table - status "
	    common-status-file.
    stop "error in accessing billing threshold table".

err-docrev-hist-file section.
    use after standard error procedure on docrev-hist.
err-docrev-hist.
    move status-cobol-docrev-hist	to common-status-file.
    display "error in accessing doctor revenue history - status "
	    common-status-file.
    stop "error in accessing doctor revenue history".

err-docrev-mstr-file section.
    use after standard error procedure on docrev-mstr.
err-docrev-mstr.
    move status-cobol-docrev-mstr	to common-status-file.
    display "error in accessing doctor revenue master - status "
	    common-status-file.
    stop "error in accessing doctor revenue master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

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

    if thr-used = zero
    then
	move "NO THRESHOLDS ON FILE FOR THE FISCAL YEAR (SEE M120)"
					to	l3-message
	move l3-message-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	perform az0-end-of-job		thru	az0-99-exit.
*   endif

    sort r101-work-file
	on ascending key
			wf-doc-ss
			wf-thr-ss
			wf-sv-date
	input procedure is ab0-gather-billing		thru ab0-99-exit
	output procedure is ba0-total-doctor-days	thru ba0-99-exit.

    perform ca0-threshold-section	thru ca0-99-exit
	varying ss-thr from 1 by 1
	until   ss-thr > thr-used.

    perform ea0-summary			thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.
    move spaces				to clinic-closed-table.

*	(the month before the run date unless the parm names one)
    move sys-yy				to	ws-rpt-yy.
    move sys-mm				to	ws-rpt-mm.
    if ws-rpt-mm = 1
    then
	move 12				to	ws-rpt-mm
	subtract 1			from	ws-rpt-yy
    else
	subtract 1			from	ws-rpt-mm.
*   endif

    perform ap0-read-parm		thru	ap0-99-exit.

*	(the fiscal year the report month falls in, and the months
*	 of it to date)
    move ws-rpt-yy			to	ws-fiscal-yy.
    if ws-rpt-mm < ws-fiscal-start-mm
    then
	subtract 1			from	ws-fiscal-yy.
*   endif
    compute ws-from-month = (ws-fiscal-yy * 100) + ws-fiscal-start-mm.
    compute ws-months-elapsed =
	((ws-rpt-yy * 12) + ws-rpt-mm)
      - ((ws-fiscal-yy * 12) + ws-fiscal-start-mm) + 1.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-fiscal-yy			to	h2-fiscal-yy.
    move ws-rpt-yy			to	h2-rpt-yy.
    move ws-rpt-mm			to	h2-rpt-mm.
    move ws-months-elapsed		to	h2-months.

    open input billing-threshold.
    open input docrev-hist.
    open input docrev-mstr.
    open input claims-mstr.
    open input doc-mstr.
    open output threshold-rpt-file.

    perform ap5-load-thresholds		thru	ap5-99-exit.

    move "r101"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r101-parm-file.
    if status-r101-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read r101-parm-file
	at end
	    close r101-parm-file
	    go to ap0-99-exit.

    if   r101-parm-type = "M"
     and r101-parm-month numeric
     and r101-parm-month (5:2) > "00"
     and r101-parm-month (5:2) < "13"
    then
	move r101-parm-month		to	ws-rpt-month.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ap5-load-thresholds.

    move zero				to	thr-used.
    move ws-fiscal-yy			to	thr-fiscal-yy.
    move zero				to	thr-seq-nbr.
    start billing-threshold key is greater than or equal to thr-key
	invalid key
	    go to ap5-99-exit.

ap5-10-read.

    read billing-threshold next
	at end
	    go to ap5-99-exit.

    if thr-fiscal-yy not = ws-fiscal-yy
    then
	go to ap5-99-exit.
*   endif

    if thr-used not < 20
    then
	go to ap5-99-exit.
*   endif

    add 1				to	thr-used
						ctr-thresholds.
    move thr-seq-nbr			to	tt-seq-nbr (thr-used).
    move thr-desc			to	tt-desc (thr-used).
    move thr-type			to	tt-type (thr-used).
    move thr-scope			to	tt-scope (thr-used).
    move thr-annual-limit		to	tt-annual-limit (thr-used).
    move thr-daily-limit		to	tt-daily-limit (thr-used).
    move thr-reduction-pct		to	tt-reduction-pct (thr-used).
    perform ap6-take-code		thru	ap6-99-exit
	varying ss-code from 1 by 1
	until   ss-code > 10.

    go to ap5-10-read.

ap5-99-exit.
    exit.
ap6-take-code.

    move thr-oma-cd (ss-code)		to	tt-oma-cd (thr-used, ss-code).

ap6-99-exit.
    exit.
ab0-gather-billing.

*	(the closed months first - a clinic with its report month
*	 on f052 takes nothing off f050)
    move low-values			to	dh-key.
    start docrev-hist key is greater than or equal to dh-key
	invalid key
	    move "Y"			to	eof-docrev-hist.

    perform ac0-read-docrev-hist	thru	ac0-99-exit
	until eof-docrev-hist = "Y".

    move low-values			to	docrev-key.
    start docrev-mstr key is greater than or equal to docrev-key
	invalid key
	    move "Y"			to	eof-docrev-mstr.

    perform ad0-read-docrev-mstr	thru	ad0-99-exit
	until eof-docrev-mstr = "Y".

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	ws-current-claim.

    perform ae0-read-claims		thru	ae0-99-exit
	until eof-claims-mstr = "Y".

ab0-99-exit.
    exit.
ac0-read-docrev-hist.

    read docrev-hist next
	at end
	    move "Y"			to	eof-docrev-hist
	    go to ac0-99-exit.

    add 1				to	ctr-docrev-hist-reads.

    if   dh-yyyymm < ws-from-month
      or dh-yyyymm > ws-rpt-month
    then
	go to ac0-99-exit.
*   endif

    if dh-yyyymm = ws-rpt-month
    then
	compute ss-clinic = dh-clinic-1-2 + 1
	move "Y"			to	clinic-closed (ss-clinic).
*   endif

    move dh-doc-nbr			to	ws-find-doc-nbr.
    perform xf0-find-doctor		thru	xf0-99-exit.
    if ss-doc = zero
    then
	go to ac0-99-exit.
*   endif

    compute ws-amount = dh-mtd-in-rec + dh-mtd-out-rec.
    move dh-oma-cd (1:4)		to	ws-code.
    perform af0-add-annual		thru	af0-99-exit
	varying ss-thr from 1 by 1
	until   ss-thr > thr-used.

ac0-99-exit.
    exit.
ad0-read-docrev-mstr.

    read docrev-mstr next
	at end
	    move "Y"			to	eof-docrev-mstr
	    go to ad0-99-exit.

    add 1				to	ctr-docrev-mstr-reads.

*	(the month to date is the report month only where u015 has
*	 not closed it yet)
    compute ss-clinic = docrev-clinic-1-2 + 1.
    if clinic-closed (ss-clinic) = "Y"
    then
	go to ad0-99-exit.
*   endif

    move docrev-doc-nbr			to	ws-find-doc-nbr.
    perform xf0-find-doctor		thru	xf0-99-exit.
    if ss-doc = zero
    then
	go to ad0-99-exit.
*   endif

    compute ws-amount = docrev-mtd-in-rec + docrev-mtd-out-rec.
    move docrev-oma-cd (1:4)		to	ws-code.
    perform af0-add-annual		thru	af0-99-exit
	varying ss-thr from 1 by 1
	until   ss-thr > thr-used.

ad0-99-exit.
    exit.
ae0-read-claims.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ae0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ae0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - hold it for the lines that follow)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform ag0-hold-header		thru	ag0-99-exit
	go to ae0-99-exit.
*   endif

    if key-clm-data (1:11) not = cur-claim-id
    then
	go to ae0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(payment/adjustment details are not services)
    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ae0-99-exit.
*   endif

    if   clmdtl-sv-date (1:6) < ws-from-month
      or clmdtl-sv-date (1:6) > ws-rpt-month
    then
	go to ae0-99-exit.
*   endif

    add 1				to	ctr-lines-in-year.

    move cur-doc-nbr			to	ws-find-doc-nbr.
    perform xf0-find-doctor		thru	xf0-99-exit.
    if ss-doc = zero
    then
	go to ae0-99-exit.
*   endif

    move clmdtl-oma-cd			to	ws-code.

*	(a non-OHIP line comes off the annual figures; an OHIP line
*	 counts toward the daily limits)
    if cur-agent-cd not = zero
    then
	move clmdtl-fee-oma		to	ws-amount
	perform ah0-add-non-ohip	thru	ah0-99-exit
	    varying ss-thr from 1 by 1
	    until   ss-thr > thr-used
    else
	perform ai0-daily-services	thru	ai0-99-exit
	    varying ss-thr from 1 by 1
	    until   ss-thr > thr-used.
*   endif

ae0-99-exit.
    exit.
af0-add-annual.

    if tt-type (ss-thr) not = "A"
    then
	go to af0-99-exit.
*   endif

    if tt-scope (ss-thr) = "C"
    then
	perform xg0-match-code		thru	xg0-99-exit
	if ws-code-match = "N"
	then
	    go to af0-99-exit.
*	endif
*   endif

    add ws-amount			to	dta-gross (ss-doc, ss-thr).

af0-99-exit.
    exit.
ag0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-doc-nbr.
    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-agent-cd		to	cur-agent-cd.

ag0-99-exit.
    exit.
ah0-add-non-ohip.

    if tt-type (ss-thr) not = "A"
    then
	go to ah0-99-exit.
*   endif

    if tt-scope (ss-thr) = "C"
    then
	perform xg0-match-code		thru	xg0-99-exit
	if ws-code-match = "N"
	then
	    go to ah0-99-exit.
*	endif
*   endif

    add ws-amount			to	dta-non-ohip (ss-doc, ss-thr).

ah0-99-exit.
    exit.
ai0-daily-services.

    if tt-type (ss-thr) not = "D"
    then
	go to ai0-99-exit.
*   endif

    perform xg0-match-code		thru	xg0-99-exit.
    if ws-code-match = "N"
    then
	go to ai0-99-exit.
*   endif

*	(the services on the consecutive dates come off the line's
*	 count; what is left falls on the line's own date - the fee
*	 goes with the services)
    move zero				to	ws-fee-per-serv.
    if clmdtl-nbr-serv > zero
    then
	compute ws-fee-per-serv rounded =
	    clmdtl-fee-ohip / clmdtl-nbr-serv.
*   endif

    move clmdtl-nbr-serv		to	ws-main-nbr-serv.
    perform aj0-release-consec-date	thru	aj0-99-exit
	varying ss-consec from 1 by 1
	until   ss-consec > 3.

    if ws-main-nbr-serv < 1
    then
	move 1				to	ws-main-nbr-serv.
*   endif

    move clmdtl-sv-date			to	ws-date-work.
    move ws-main-nbr-serv		to	ws-release-nbr.
    perform ak0-release-line		thru	ak0-99-exit.

ai0-99-exit.
    exit.
aj0-release-consec-date.

    if   clmdtl-sv-day (ss-consec) = zero
      or clmdtl-sv-nbr (ss-consec) not > zero
    then
	go to aj0-99-exit.
*   endif

    subtract clmdtl-sv-nbr (ss-consec)	from	ws-main-nbr-serv.
    move clmdtl-sv-day (ss-consec)	to	ws-date-work.
    move clmdtl-sv-nbr (ss-consec)	to	ws-release-nbr.

    perform ak0-release-line		thru	ak0-99-exit.

aj0-99-exit.
    exit.
ak0-release-line.

    move spaces				to	work-file-rec.
    move ss-doc				to	wf-doc-ss.
    move ss-thr				to	wf-thr-ss.
    move ws-date-work			to	wf-sv-date.
    move ws-release-nbr			to	wf-nbr-serv.
    compute wf-fee = ws-release-nbr * ws-fee-per-serv.

    release work-file-rec.

ak0-99-exit.
    exit.
ba0-total-doctor-days.

    move zero				to	day-doc-ss
						day-thr-ss
						day-sv-date
						day-svcs
						day-fee.

    perform bb0-return-line		thru	bb0-99-exit
	until eof-work-file = "Y".

    if day-doc-ss not = zero
    then
	perform bd0-close-day		thru	bd0-99-exit.
*   endif

ba0-99-exit.
    exit.
bb0-return-line.

    return r101-work-file
	at end
	    move "Y"			to	eof-work-file
	    go to bb0-99-exit.

    if   wf-doc-ss  not = day-doc-ss
      or wf-thr-ss  not = day-thr-ss
      or wf-sv-date not = day-sv-date
    then
	if day-doc-ss not = zero
	then
	    perform bd0-close-day	thru	bd0-99-exit
	end-if
	move wf-doc-ss			to	day-doc-ss
	move wf-thr-ss			to	day-thr-ss
	move wf-sv-date			to	day-sv-date
	move zero			to	day-svcs
						day-fee.
*   endif

    add wf-nbr-serv			to	day-svcs.
    add wf-fee				to	day-fee.

bb0-99-exit.
    exit.
bd0-close-day.

*	(the day against the limit - 80 and 90 percent are the
*	 warnings, past the limit MOH cuts the extra services)
    move day-doc-ss			to	ss-doc.
    move day-thr-ss			to	ss-thr.

    if day-svcs > tt-daily-limit (ss-thr)
    then
	add 1				to	dta-days-over (ss-doc, ss-thr)
	compute ws-excess-svcs = day-svcs - tt-daily-limit (ss-thr)
	add ws-excess-svcs		to	dta-svcs-over (ss-doc, ss-thr)
	compute dta-reduction (ss-doc, ss-thr) rounded =
	    dta-reduction (ss-doc, ss-thr)
	  + (day-fee / day-svcs * ws-excess-svcs
		* tt-reduction-pct (ss-thr) / 100)
	go to bd0-99-exit.
*   endif

    if (day-svcs * 100) not < (tt-daily-limit (ss-thr) * 90)
    then
	add 1				to	dta-days-90 (ss-doc, ss-thr)
	go to bd0-99-exit.
*   endif

    if (day-svcs * 100) not < (tt-daily-limit (ss-thr) * 80)
    then
	add 1				to	dta-days-80 (ss-doc, ss-thr).
*   endif

bd0-99-exit.
    exit.
ca0-threshold-section.

    move spaces				to	h3-per-day.
    move tt-desc (ss-thr)		to	h3-desc.
    move tt-reduction-pct (ss-thr)	to	h3-reduction-pct.

    if tt-type (ss-thr) = "A"
    then
	move "ANNUAL"			to	h3-type
	move tt-annual-limit (ss-thr)	to	h3-annual-limit
	move h3-threshold-title		to	s1-section-title
	move h4-annual-head		to	print-line
    else
	move "DAILY"			to	h3-type
	move spaces			to	h3-limit-area
	move tt-daily-limit (ss-thr)	to	h3-daily-svcs
	move " PER DAY"			to	h3-per-day
	move h3-threshold-title		to	s1-section-title
	move h5-daily-head		to	print-line.
*   endif

    perform xc0-start-section		thru	xc0-99-exit.

    if tt-type (ss-thr) = "A"
    then
	perform cb0-annual-line		thru	cb0-99-exit
	    varying ss-doc from 1 by 1
	    until   ss-doc > doc-used
    else
	perform cc0-daily-line		thru	cc0-99-exit
	    varying ss-doc from 1 by 1
	    until   ss-doc > doc-used.
*   endif

ca0-99-exit.
    exit.
cb0-annual-line.

    compute ws-net-ytd =
	dta-gross (ss-doc, ss-thr) - dta-non-ohip (ss-doc, ss-thr).
    if ws-net-ytd not > zero
    then
	go to cb0-99-exit.
*   endif

*	(year-end at the run rate so far)
    compute ws-projected rounded =
	ws-net-ytd * 12 / ws-months-elapsed.

    compute ws-pct-ytd rounded =
	ws-net-ytd * 100 / tt-annual-limit (ss-thr)
	on size error
	    move 9999.9			to	ws-pct-ytd.
    compute ws-pct-proj rounded =
	ws-projected * 100 / tt-annual-limit (ss-thr)
	on size error
	    move 9999.9			to	ws-pct-proj.

    move zero				to	ws-reduction.
    if ws-projected > tt-annual-limit (ss-thr)
    then
	compute ws-reduction rounded =
	    (ws-projected - tt-annual-limit (ss-thr))
		* tt-reduction-pct (ss-thr) / 100.
*   endif

    perform xh0-warning-level		thru	xh0-99-exit.

    move spaces				to	l1-annual-line.
    move dt-doc-nbr (ss-doc)		to	l1-doc-nbr.
    perform xd0-doctor-name		thru	xd0-99-exit.
    move doc-name			to	l1-doc-name.
    move ws-net-ytd			to	l1-net-ytd.
    move ws-pct-ytd			to	l1-pct-ytd.
    move ws-projected			to	l1-projected.
    move ws-pct-proj			to	l1-pct-proj.
    move ws-warning			to	l1-warning.
    move ws-reduction			to	l1-reduction.

    move l1-annual-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
cc0-daily-line.

*	(only doctors with a day at 80 percent of the limit or more)
    if   dta-days-80 (ss-doc, ss-thr)   = zero
     and dta-days-90 (ss-doc, ss-thr)   = zero
     and dta-days-over (ss-doc, ss-thr) = zero
    then
	go to cc0-99-exit.
*   endif

    move spaces				to	ws-warning.
    if dta-days-80 (ss-doc, ss-thr) > zero
    then
	move "80%"			to	ws-warning.
*   endif
    if dta-days-90 (ss-doc, ss-thr) > zero
    then
	move "90%"			to	ws-warning.
*   endif
    if dta-days-over (ss-doc, ss-thr) > zero
    then
	move "OVER"			to	ws-warning.
*   endif
    perform xi0-count-warning		thru	xi0-99-exit.

    compute ws-projected rounded =
	dta-reduction (ss-doc, ss-thr) * 12 / ws-months-elapsed.

    move spaces				to	l2-daily-line.
    move dt-doc-nbr (ss-doc)		to	l2-doc-nbr.
    perform xd0-doctor-name		thru	xd0-99-exit.
    move doc-name			to	l2-doc-name.
    move dta-days-80 (ss-doc, ss-thr)	to	l2-days-80.
    move dta-days-90 (ss-doc, ss-thr)	to	l2-days-90.
    move dta-days-over (ss-doc, ss-thr)	to	l2-days-over.
    move dta-svcs-over (ss-doc, ss-thr)	to	l2-svcs-over.
    move ws-warning			to	l2-warning.
    move dta-reduction (ss-doc, ss-thr)	to	l2-reduction.
    move ws-projected			to	l2-projected.

    move l2-daily-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cc0-99-exit.
    exit.
ea0-summary.

    move "WARNINGS"			to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "AT 80 PERCENT OF A LIMIT"	to	l4-label.
    move ctr-warn-80			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "AT 90 PERCENT OF A LIMIT"	to	l4-label.
    move ctr-warn-90			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "OVER A LIMIT"			to	l4-label.
    move ctr-warn-over			to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-doc-overflow > zero
    then
	move "*** TABLE FULL - DOCTORS NOT MEASURED"
					to	l4-label
	move ctr-doc-overflow		to	l4-count
	move l4-summary-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ea0-99-exit.
    exit.
az0-end-of-job.

    move "r101"				to	elp-pgm.
    move "END"				to	elp-type.
    compute elp-count = ctr-warn-80 + ctr-warn-90 + ctr-warn-over.
    move "BILLING THRESHOLD WARNINGS"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close billing-threshold.
    close docrev-hist.
    close docrev-mstr.
    close claims-mstr.
    close doc-mstr.
    close threshold-rpt-file.

    display "r101 - thresholds             " ctr-thresholds.
    display "r101 - revenue history read   " ctr-docrev-hist-reads.
    display "r101 - revenue master read    " ctr-docrev-mstr-reads.
    display "r101 - claims records read    " ctr-claims-mstr-reads.
    display "r101 - service lines in year  " ctr-lines-in-year.
    display "r101 - warnings at 80%        " ctr-warn-80.
    display "r101 - warnings at 90%        " ctr-warn-90.
    display "r101 - over a limit           " ctr-warn-over.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write threshold-rpt-record		from	h1-threshold-head after advancing page.
    write threshold-rpt-record		from	h2-year-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write threshold-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xd0-doctor-name.

    move dt-doc-nbr (ss-doc)		to	doc-nbr.
    read doc-mstr
	invalid key
	    move "NOT ON DOCTOR MASTER"	to	doc-name.

xd0-99-exit.
    exit.
xf0-find-doctor.

    move 1				to	ss-doc.

xf0-10-search.

    if ss-doc > doc-used
    then
	go to xf0-50-add.
*   endif

    if dt-doc-nbr (ss-doc) = ws-find-doc-nbr
    then
	go to xf0-99-exit.
*   endif

    add 1				to	ss-doc.
    go to xf0-10-search.

xf0-50-add.

    if doc-used not < 500
    then
	add 1				to	ctr-doc-overflow
	move zero			to	ss-doc
	go to xf0-99-exit.
*   endif

    add 1				to	doc-used.
    move doc-used			to	ss-doc.
    move ws-find-doc-nbr		to	dt-doc-nbr (ss-doc).
    perform xf5-clear-threshold		thru	xf5-99-exit
	varying ss-thr-clear from 1 by 1
	until   ss-thr-clear > 20.

xf0-99-exit.
    exit.
xf5-clear-threshold.

    move zero				to	dta-gross (ss-doc, ss-thr-clear)
						dta-non-ohip (ss-doc, ss-thr-clear)
						dta-days-80 (ss-doc, ss-thr-clear)
						dta-days-90 (ss-doc, ss-thr-clear)
						dta-days-over (ss-doc, ss-thr-clear)
						dta-svcs-over (ss-doc, ss-thr-clear)
						dta-reduction (ss-doc, ss-thr-clear).

xf5-99-exit.
    exit.
xg0-match-code.

    move "N"				to	ws-code-match.
    perform xg5-test-code		thru	xg5-99-exit
	varying ss-code from 1 by 1
	until   ss-code > 10
	     or ws-code-match = "Y".

xg0-99-exit.
    exit.
xg5-test-code.

    if   tt-oma-cd (ss-thr, ss-code) not = spaces
     and tt-oma-cd (ss-thr, ss-code) = ws-code
    then
	move "Y"			to	ws-code-match.
*   endif

xg5-99-exit.
    exit.
xh0-warning-level.

*	(the warning goes by the projection - the doctor is asking
*	 where the year will end up)
    move spaces				to	ws-warning.
    if ws-pct-proj not < 80
    then
	move "80%"			to	ws-warning.
*   endif
    if ws-pct-proj not < 90
    then
	move "90%"			to	ws-warning.
*   endif
    if ws-pct-proj not < 100
    then
	move "OVER"			to	ws-warning.
*   endif

    perform xi0-count-warning		thru	xi0-99-exit.

xh0-99-exit.
    exit.
xi0-count-warning.

    if ws-warning = "80%"
    then
	add 1				to	ctr-warn-80.
*   endif
    if ws-warning = "90%"
    then
	add 1				to	ctr-warn-90.
*   endif
    if ws-warning = "OVER"
    then
	add 1				to	ctr-warn-over.
*   endif

xi0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
