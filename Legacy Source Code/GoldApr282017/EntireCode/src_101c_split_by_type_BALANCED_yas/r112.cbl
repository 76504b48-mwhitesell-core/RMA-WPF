identification division.
program-id. r112.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f088 - paper-batch intake log
*			: f001 - batch control file
*			: f002 - claims master
*			: f106 - submission file register
*			: r112-work-file - bundles and submissions,
*				  by batch
*			: r112_steps - one record a step measured
*			: r112_breach - bundles over a target
*			: r112-sort-file - the steps, by clinic,
*				  month and step, shortest first
*			: rr112 - bundle-to-cash cycle time (printer)
*
*   program purpose : bundle-to-cash cycle time per clinic.  every
*			bundle registered on the m088 board (f088) in
*			the months asked for that became a batch is
*			followed from arrival to keying (the f001
*			date entered), to verification (the f001
*			date verified), to submission (the first f106
*			file a claim of the batch went out in - the
*			claim submit date where the file predates the
*			register) and to the first RA payment on any
*			of its claims.  the days each step took, and
*			arrival to payment end to end, are reported
*			per clinic and per month of arrival - the
*			number of bundles, the median and the 90th
*			percentile days, the target and how many went
*			over it - with the clinic over all the months
*			after its months.  then every bundle over the
*			target on any step is listed, with the bundles
*			still waiting on a step longer than its target
*			("O"), so the service level can be shown to
*			the clients and the backlog found.
*			days are counted the 30-day-month way the
*			aging reports count them.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f088_intake_log.slr".
*
    copy "f001_batch_control_file.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f106_submission_reg.slr".
*
    select r112-work-file
	assign to "r112_work_file"
	organization is sequential.
*
    select r112-steps
	assign to "r112_steps"
	organization is sequential
	file status is status-r112-steps.
*
    select r112-breach
	assign to "r112_breach"
	organization is sequential
	file status is status-r112-breach.
*
    select r112-sort-file
	assign to "r112_sort_file"
	organization is sequential.
*
    select cycle-rpt-file
	assign to printer print-file-name
	file status is status-cycle-rpt.
*
data division.
file section.
*
    copy "f088_intake_log.fd".
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f106_submission_reg.fd".
*
sd  r112-work-file
    record contains 80 characters.

01  work-file-rec.
    05  wf-batch-nbr			pic x(9).
    05  wf-rec-type			pic x.
	88  wf-bundle				value "1".
	88  wf-submission			value "2".
    05  wf-clinic-nbr			pic 99.
    05  wf-received-date		pic 9(8).
    05  wf-seq-nbr			pic 9(3).
    05  wf-keyed-date			pic 9(8).
    05  wf-verified-date		pic 9(8).
    05  wf-claim-submit-date		pic 9(8).
    05  wf-paid-date			pic 9(8).
    05  wf-build-date			pic 9(8).
    05  wf-nbr-claims			pic 9(3).
    05  filler				pic x(14).
*
fd  r112-steps
    record contains 20 characters.

01  r112-steps-rec.
    05  st-clinic-nbr			pic 99.
    05  st-month			pic 9(6).
    05  st-step				pic 9.
    05  st-days				pic 9(4).
    05  filler				pic x(7).
*
fd  r112-breach
    record contains 100 characters.

01  r112-breach-rec.
    05  br-clinic-nbr			pic 99.
    05  br-batch-nbr			pic x(9).
    05  br-received-date		pic 9(8).
    05  br-step-dates.
	10  br-step-date		pic 9(8)
			occurs 4 times.
    05  br-step-results				occurs 5 times.
	10  br-days			pic 9(4).
	10  br-flag			pic x.
    05  filler				pic x(24).
*
sd  r112-sort-file
    record contains 20 characters.

01  sort-file-rec.
    05  sf-clinic-nbr			pic 99.
    05  sf-month			pic 9(6).
    05  sf-step				pic 9.
    05  sf-days				pic 9(4).
    05  filler				pic x(7).
*
fd  cycle-rpt-file
    record contains 132 characters.

01  cycle-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr112".
77  status-cycle-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-intake-log		pic xx	value zero.
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-submission-reg		pic xx	value zero.
77  status-r112-steps			pic xx	value zero.
77  status-r112-breach			pic xx	value zero.

77  eof-intake-log			pic x	value "N".
77  eof-submission-reg			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  eof-sort-file			pic x	value "N".
77  eof-r112-breach			pic x	value "N".

77  ws-continue				pic x	value spaces.
77  ws-breached				pic x	value "N".

*   the selection

01  ws-from-month			pic 9(6)	value zero.
01  ws-from-month-r redefines ws-from-month.
    05  ws-from-yy			pic 9(4).
    05  ws-from-mm			pic 99.
01  ws-to-month				pic 9(6)	value zero.
01  ws-to-month-r redefines ws-to-month.
    05  ws-to-yy			pic 9(4).
    05  ws-to-mm			pic 99.
01  ws-sel-clinic			pic 99		value zero.
01  ws-from-date			pic 9(8)	value zero.
01  ws-to-date				pic 9(8)	value zero.

*   the steps - where each starts and ends among the bundle's
*   dates (arrival, keyed, verified, submitted, paid), and the
*   target days for each

01  step-defs.
    05  filler				pic x(28)	value
		"12ARRIVAL TO KEYED".
    05  filler				pic x(28)	value
		"23KEYED TO VERIFIED".
    05  filler				pic x(28)	value
		"34VERIFIED TO SUBMITTED".
    05  filler				pic x(28)	value
		"45SUBMITTED TO FIRST PAYMENT".
    05  filler				pic x(28)	value
		"15ARRIVAL TO FIRST PAYMENT".
01  step-defs-r redefines step-defs.
    05  step-def				occurs 5 times.
	10  step-start-ss		pic 9.
	10  step-end-ss			pic 9.
	10  step-desc			pic x(26).

01  step-targets.
    05  step-target			pic 9(3)
			occurs 5 times.

77  ss-step				pic 9	value zero.
77  ss-date				pic 9	value zero.

*   the bundle being measured

01  hold-batch-nbr			pic x(9)	value spaces.
01  hold-bundle.
    05  hb-present			pic x.
    05  hb-clinic-nbr			pic 99.
    05  hb-received-date		pic 9(8).
    05  hb-first-build-date		pic 9(8).
    05  hb-claim-submit-date		pic 9(8).
    05  hb-dates.
	10  hb-date			pic 9(8)
			occurs 5 times.

01  ws-claim-paid-date			pic 9(8)	value zero.
01  ws-sbr-build-date			pic 9(8)	value zero.
01  ws-first-submit			pic 9(8)	value zero.
01  ws-first-paid			pic 9(8)	value zero.
01  ws-nbr-claims			pic 9(3)	value zero.

*   day arithmetic

01  ws-date-work			pic 9(8)	value zero.
01  ws-date-work-r redefines ws-date-work.
    05  ws-dw-yy			pic 9(4).
    05  ws-dw-mm			pic 99.
    05  ws-dw-dd			pic 99.
01  ws-work-days			pic 9(7)	value zero.
01  ws-start-days			pic 9(7)	value zero.
01  ws-end-days				pic 9(7)	value zero.
01  ws-today-days			pic 9(7)	value zero.
01  ws-step-days			pic 9(4)	value zero.

*   the group being summarized (second sort) - its days, shortest
*   first, as they come off the sort

01  hold-group.
    05  hold-clinic-nbr			pic 99.
    05  hold-month			pic 9(6).
    05  hold-step			pic 9.
77  ws-first-group			pic x	value "Y".
77  hold-print-clinic			pic 99	value zero.

01  days-table.
    05  days-entry			pic 9(4)	comp
			occurs 9999 times.
77  ss-days				pic 9(5)	comp	value zero.
77  nbr-days				pic 9(5)	comp	value zero.
77  ctr-group-over			pic 9(5)	value zero.
77  ctr-group-bundles			pic 9(5)	value zero.
77  ws-rank				pic 9(5)	comp	value zero.
01  ws-median				pic 9(4)v9	value zero.
01  ws-pct-90				pic 9(4)	value zero.

01  run-totals.
    05  rtot-bundles-read		pic 9(7)	value zero.
    05  rtot-bundles-measured		pic 9(7)	value zero.
    05  rtot-no-batch			pic 9(7)	value zero.
    05  rtot-submission-recs		pic 9(7)	value zero.
    05  rtot-steps			pic 9(7)	value zero.
    05  rtot-breached			pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r112".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"BUNDLE-TO-CASH CYCLE TIME".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-sel-head.
    05  filler				pic x(16)	value
		"BUNDLES ARRIVED ".
    05  h2-from-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-from-mm			pic 99.
    05  filler				pic x(4)	value " TO ".
    05  h2-to-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-to-mm			pic 99.
    05  filler				pic x(10)	value
		"  CLINIC ".
    05  h2-clinic			pic x(3).

01  h3-section-head.
    05  h3-section			pic x(60)	value spaces.

01  h4-col-head				pic x(132)	value spaces.

01  h4-stat-cols.
    05  filler				pic x(8)	value "CLINIC".
    05  filler				pic x(10)	value "MONTH".
    05  filler				pic x(28)	value "STEP".
    05  filler				pic x(10)	value " BUNDLES".
    05  filler				pic x(10)	value "   MEDIAN".
    05  filler				pic x(10)	value " 90TH PCT".
    05  filler				pic x(10)	value "   TARGET".
    05  filler				pic x(10)	value "     OVER".

01  h4-breach-cols.
    05  filler				pic x(4)	value "CL".
    05  filler				pic x(11)	value "BATCH".
    05  filler				pic x(12)	value "ARRIVED".
    05  filler				pic x(12)	value "KEYED".
    05  filler				pic x(12)	value "VERIFIED".
    05  filler				pic x(12)	value "SUBMITTED".
    05  filler				pic x(12)	value "FIRST PAID".
    05  filler				pic x(8)	value "   ARR-".
    05  filler				pic x(8)	value "   KEY-".
    05  filler				pic x(8)	value "   VER-".
    05  filler				pic x(8)	value "   SUB-".
    05  filler				pic x(8)	value "   ARR-".

01  h5-breach-cols.
    05  filler				pic x(95)	value spaces.
    05  filler				pic x(8)	value "   KEY".
    05  filler				pic x(8)	value "   VER".
    05  filler				pic x(8)	value "   SUB".
    05  filler				pic x(8)	value "   PAID".
    05  filler				pic x(8)	value "   PAID".

01  l1-stat-line.
    05  filler				pic xx		value spaces.
    05  l1-clinic			pic x(3).
    05  filler				pic x(3)	value spaces.
    05  l1-month			pic x(7).
    05  filler				pic x(3)	value spaces.
    05  l1-step-desc			pic x(26).
    05  filler				pic xx		value spaces.
    05  l1-bundles			pic zzz,zz9.
    05  filler				pic xxx		value spaces.
    05  l1-median			pic zzz9.9.
    05  filler				pic x(6)	value spaces.
    05  l1-pct-90			pic zzz9.
    05  filler				pic x(6)	value spaces.
    05  l1-target			pic zz9.
    05  filler				pic x(3)	value spaces.
    05  l1-over				pic zzz,zz9.

01  l2-breach-line.
    05  l2-clinic			pic 99.
    05  filler				pic xx		value spaces.
    05  l2-batch-nbr			pic x(9).
    05  filler				pic xx		value spaces.
    05  l2-dates				occurs 5 times.
	10  l2-date			pic x(10).
	10  filler			pic xx.
    05  l2-results				occurs 5 times.
	10  filler			pic xx.
	10  l2-days			pic zzzz9.
	10  l2-flag			pic x.

01  l2-date-edit			pic 9999/99/99.
01  l1-month-edit			pic 9999/99.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(70).

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r112".
    05  line 01 col 15 value "Bundle-to-Cash Cycle Time".

01  scr-selection.
    05  line 05 col 10 value "Bundles arrived from month (YYYYMM)".
    05  scr-from-month line 05 col 55 pic 9(6) using ws-from-month auto required.
    05  line 06 col 10 value "to month (YYYYMM)".
    05  scr-to-month line 06 col 55 pic 9(6) using ws-to-month auto required.
    05  line 07 col 10 value "Clinic (00=all)".
    05  scr-sel-clinic line 07 col 55 pic 99 using ws-sel-clinic auto.
    05  line 09 col 10 value "Target days - arrival to keyed".
    05  scr-target-1 line 09 col 55 pic zz9 using step-target (1) auto.
    05  line 10 col 10 value "            - keyed to verified".
    05  scr-target-2 line 10 col 55 pic zz9 using step-target (2) auto.
    05  line 11 col 10 value "            - verified to submitted".
    05  scr-target-3 line 11 col 55 pic zz9 using step-target (3) auto.
    05  line 12 col 10 value "            - submitted to first payment".
    05  scr-target-4 line 12 col 55 pic zz9 using step-target (4) auto.
    05  line 13 col 10 value "            - arrival to first payment".
    05  scr-target-5 line 13 col 55 pic zz9 using step-target (5) auto.

01  scr-continue-or-not.
    05  line 15 col 10 value "Continue (Y/N)".
    05  scr-continue line 15 col 55 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "bundles read".
    05  line 10 col 60  pic z(6)9 using rtot-bundles-read.
    05  line 11 col 20  value "bundles measured".
    05  line 11 col 60  pic z(6)9 using rtot-bundles-measured.
    05  line 12 col 20  value "bundles over a target".
    05  line 12 col 60  pic z(6)9 using rtot-breached.
    05  line 21 col 20	value "program r112 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

err-intake-log-file section.
    use after standard error procedure on intake-log.
err-intake-log.
    move status-cobol-intake-log	to common-status-file.
    display "error in accessing intake log - status "
	    common-status-file.
    stop "error in accessing intake log".

err-submission-reg-file section.
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

    open output r112-steps.
    open output r112-breach.

    sort r112-work-file
	on ascending key
			wf-batch-nbr
			wf-rec-type
	input procedure is ba0-release		thru ba0-99-exit
	output procedure is ca0-measure		thru ca0-99-exit.

    close r112-steps.
    close r112-breach.

    sort r112-sort-file
	on ascending key
			sf-clinic-nbr
			sf-month
			sf-step
			sf-days
	using	r112-steps
	output procedure is da0-summarize	thru da0-99-exit.

    perform ea0-breaches		thru ea0-99-exit.
    perform fa0-run-totals		thru fa0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to run-totals.

    display scr-title.

*	(defaults - the current month, every clinic; two days to key,
*	 a day to verify, two to submit, thirty for MOH to pay)
    move sys-yy				to	ws-from-yy
						ws-to-yy.
    move sys-mm				to	ws-from-mm
						ws-to-mm.
    move 2				to	step-target (1)
						step-target (3).
    move 1				to	step-target (2).
    move 30				to	step-target (4).
    move 35				to	step-target (5).

aa0-10-selection.

    display scr-selection.
    accept scr-from-month.
    accept scr-to-month.
    accept scr-sel-clinic.
    accept scr-target-1.
    accept scr-target-2.
    accept scr-target-3.
    accept scr-target-4.
    accept scr-target-5.

    if   ws-from-mm < 01
      or ws-from-mm > 12
      or ws-to-mm < 01
      or ws-to-mm > 12
      or ws-to-month < ws-from-month
    then
	go to aa0-10-selection.
*   endif

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

    compute ws-from-date = (ws-from-month * 100) + 01.
    compute ws-to-date   = (ws-to-month * 100) + 31.

    move sys-date-long			to	ws-date-work.
    perform xc0-date-to-days		thru	xc0-99-exit.
    move ws-work-days			to	ws-today-days.

    open input intake-log.
    open input batch-ctrl-file.
    open input claims-mstr.
    open input submission-reg.
    open output cycle-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-from-yy			to	h2-from-yy.
    move ws-from-mm			to	h2-from-mm.
    move ws-to-yy			to	h2-to-yy.
    move ws-to-mm			to	h2-to-mm.
    if ws-sel-clinic = zero
    then
	move "ALL"			to	h2-clinic
    else
	move ws-sel-clinic		to	h2-clinic.
*   endif

aa0-99-exit.
    exit.
ba0-release.

*	(the bundles that arrived in the months)
    move ws-from-date			to	int-received-date.
    move zero				to	int-seq-nbr.
    move "N"				to	eof-intake-log.
    start intake-log key is greater than or equal to int-key
	invalid key
	    move "Y"			to	eof-intake-log.

    perform bb0-bundle			thru	bb0-99-exit
	until eof-intake-log = "Y".

*	(and every claim the register shows going out since)
    move spaces				to	sbr-key.
    move "N"				to	eof-submission-reg.
    start submission-reg key is greater than or equal to sbr-key
	invalid key
	    move "Y"			to	eof-submission-reg.

    perform bd0-submission		thru	bd0-99-exit
	until eof-submission-reg = "Y".

ba0-99-exit.
    exit.
bb0-bundle.

    read intake-log next
	at end
	    move "Y"			to	eof-intake-log
	    go to bb0-99-exit.

    if int-received-date > ws-to-date
    then
	move "Y"			to	eof-intake-log
	go to bb0-99-exit.
*   endif

    if   ws-sel-clinic not = zero
     and ws-sel-clinic not = int-clinic-nbr
    then
	go to bb0-99-exit.
*   endif

    add 1				to	rtot-bundles-read.

*	(never became a batch - nothing to follow)
    if int-batch-nbr = spaces
    then
	add 1				to	rtot-no-batch
	go to bb0-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move zero				to	wf-keyed-date
						wf-verified-date
						wf-claim-submit-date
						wf-paid-date
						wf-build-date
						wf-nbr-claims.
    move int-batch-nbr			to	wf-batch-nbr.
    move "1"				to	wf-rec-type.
    move int-clinic-nbr			to	wf-clinic-nbr.
    move int-received-date		to	wf-received-date.
    move int-seq-nbr			to	wf-seq-nbr.

    move int-batch-nbr			to	batctrl-batch-nbr.
    read batch-ctrl-file
	invalid key
	    move int-keyed-date		to	wf-keyed-date
	    go to bb0-50-claims.

    move batctrl-date-batch-entered	to	wf-keyed-date.
    move batctrl-date-batch-verified	to	wf-verified-date.

*	(the board's own keyed date when the batch has none)
    if   wf-keyed-date = zero
      or wf-keyed-date not numeric
    then
	move int-keyed-date		to	wf-keyed-date.
*   endif

bb0-50-claims.

    perform bc0-batch-claims		thru	bc0-99-exit.
    move ws-first-submit		to	wf-claim-submit-date.
    move ws-first-paid			to	wf-paid-date.
    move ws-nbr-claims			to	wf-nbr-claims.

    release work-file-rec.

bb0-99-exit.
    exit.
bc0-batch-claims.

*	(the batch's claim headers - the first submission and the
*	 first payment on any of them)
    move zero				to	ws-first-submit
						ws-first-paid
						ws-nbr-claims.
    move "N"				to	eof-claims-mstr.
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move int-batch-nbr			to	key-clm-batch-num.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to bc0-99-exit.

bc0-10-loop.

    read claims-mstr next
	at end
	    go to bc0-99-exit.

    if   key-clm-key-type not = "B"
      or key-clm-batch-num not = int-batch-nbr
    then
	go to bc0-99-exit.
*   endif

    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to bc0-10-loop.
*   endif

    move claims-mstr-rec		to	claim-header-rec.
    add 1				to	ws-nbr-claims.

    if   clmhdr-submit-date numeric
     and clmhdr-submit-date not = zeros
    then
	if   ws-first-submit = zero
	  or clmhdr-submit-date < ws-first-submit
	then
	    move clmhdr-submit-date	to	ws-first-submit.
*	endif
*   endif

    move clmhdr-date-cash-tape-payment	to	ws-claim-paid-date.
    if   clmhdr-date-cash-tape-payment numeric
     and ws-claim-paid-date not = zero
    then
	if   ws-first-paid = zero
	  or ws-claim-paid-date < ws-first-paid
	then
	    move ws-claim-paid-date	to	ws-first-paid.
*	endif
*   endif

    go to bc0-10-loop.

bc0-99-exit.
    exit.
bd0-submission.

    read submission-reg next
	at end
	    move "Y"			to	eof-submission-reg
	    go to bd0-99-exit.

*	(the file header - its build date holds for the claims after)
    if sbr-seq-nbr = zero
    then
	move sbr-build-date		to	ws-sbr-build-date
	go to bd0-99-exit.
*   endif

    if   ws-sbr-build-date < ws-from-date
      or sbr-claim-key (1:1) not = "B"
    then
	go to bd0-99-exit.
*   endif

    add 1				to	rtot-submission-recs.

    move spaces				to	work-file-rec.
    move zero				to	wf-received-date
						wf-seq-nbr
						wf-keyed-date
						wf-verified-date
						wf-claim-submit-date
						wf-paid-date
						wf-nbr-claims.
    move sbr-claim-key (2:9)		to	wf-batch-nbr.
    move "2"				to	wf-rec-type.
    move ws-sbr-build-date		to	wf-build-date.

    release work-file-rec.

bd0-99-exit.
    exit.
ca0-measure.

    move "N"				to	eof-work-file.
    move low-values			to	hold-batch-nbr.
    move "N"				to	hb-present.

    perform xr0-return-work		thru	xr0-99-exit.

    perform cb0-work-record		thru	cb0-99-exit
	until eof-work-file = "Y".

    perform cc0-bundle-done		thru	cc0-99-exit.

ca0-99-exit.
    exit.
cb0-work-record.

    if wf-batch-nbr not = hold-batch-nbr
    then
	perform cc0-bundle-done		thru	cc0-99-exit
	move wf-batch-nbr		to	hold-batch-nbr
	move "N"			to	hb-present
	move zero			to	hb-first-build-date.
*   endif

    if wf-bundle
    then
	move "Y"			to	hb-present
	move wf-clinic-nbr		to	hb-clinic-nbr
	move wf-received-date		to	hb-received-date
	move wf-claim-submit-date	to	hb-claim-submit-date
	move wf-received-date		to	hb-date (1)
	move wf-keyed-date		to	hb-date (2)
	move wf-verified-date		to	hb-date (3)
	move zero			to	hb-date (4)
	move wf-paid-date		to	hb-date (5).
*   endif

*	(the first file a claim of the batch went out in)
    if wf-submission
    then
	if   hb-first-build-date = zero
	  or wf-build-date < hb-first-build-date
	then
	    move wf-build-date		to	hb-first-build-date.
*	endif
*   endif

    perform xr0-return-work		thru	xr0-99-exit.

cb0-99-exit.
    exit.
cc0-bundle-done.

    if hb-present not = "Y"
    then
	go to cc0-99-exit.
*   endif

    add 1				to	rtot-bundles-measured.

    if hb-first-build-date not = zero
    then
	move hb-first-build-date	to	hb-date (4)
    else
	move hb-claim-submit-date	to	hb-date (4).
*   endif

    move "N"				to	ws-breached.
    move spaces				to	r112-breach-rec.
    move hb-clinic-nbr			to	br-clinic-nbr.
    move hold-batch-nbr			to	br-batch-nbr.
    move hb-received-date		to	br-received-date.

    perform cd0-measure-step		thru	cd0-99-exit
	varying ss-step from 1 by 1
	until   ss-step > 5.

    move "N"				to	hb-present.

    if ws-breached = "Y"
    then
	add 1				to	rtot-breached
	write r112-breach-rec.
*   endif

cc0-99-exit.
    exit.
cd0-measure-step.

    if ss-step < 5
    then
	move hb-date (ss-step + 1)	to	br-step-date (ss-step).
*   endif
    move zero				to	br-days (ss-step).
    move space				to	br-flag (ss-step).

    move step-start-ss (ss-step)	to	ss-date.
    if   hb-date (ss-date) = zero
      or hb-date (ss-date) not numeric
    then
	go to cd0-99-exit.
*   endif

    move hb-date (ss-date)		to	ws-date-work.
    perform xc0-date-to-days		thru	xc0-99-exit.
    move ws-work-days			to	ws-start-days.

*	(step not finished yet - still waiting on it past the target
*	 is a breach; it is not measured)
    move step-end-ss (ss-step)		to	ss-date.
    if   hb-date (ss-date) = zero
      or hb-date (ss-date) not numeric
    then
	move ws-today-days		to	ws-end-days
	perform ce0-step-days		thru	ce0-99-exit
	move ws-step-days		to	br-days (ss-step)
	if ws-step-days > step-target (ss-step)
	then
	    move "O"			to	br-flag (ss-step)
	    move "Y"			to	ws-breached.
*	endif
*   endif

    if   hb-date (ss-date) = zero
      or hb-date (ss-date) not numeric
    then
	go to cd0-99-exit.
*   endif

    move hb-date (ss-date)		to	ws-date-work.
    perform xc0-date-to-days		thru	xc0-99-exit.
    move ws-work-days			to	ws-end-days.
    perform ce0-step-days		thru	ce0-99-exit.
    move ws-step-days			to	br-days (ss-step).

    if ws-step-days > step-target (ss-step)
    then
	move "*"			to	br-flag (ss-step)
	move "Y"			to	ws-breached.
*   endif

*	(once for the month of arrival and once for all the months)
    move hb-clinic-nbr			to	st-clinic-nbr.
    move hb-received-date (1:6)		to	st-month.
    move ss-step			to	st-step.
    move ws-step-days			to	st-days.
    write r112-steps-rec.
    move 999999				to	st-month.
    write r112-steps-rec.
    add 1				to	rtot-steps.

cd0-99-exit.
    exit.
ce0-step-days.

    if ws-end-days < ws-start-days
    then
	move zero			to	ws-step-days
    else
	compute ws-step-days = ws-end-days - ws-start-days.
*   endif

ce0-99-exit.
    exit.
da0-summarize.

    move "DAYS PER STEP - MEDIAN AND 90TH PERCENTILE"
					to	h3-section.
    move h4-stat-cols			to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "N"				to	eof-sort-file.
    move "Y"				to	ws-first-group.
    move zero				to	nbr-days
						ctr-group-over.

    perform xs0-return-sort		thru	xs0-99-exit.

    if eof-sort-file = "Y"
    then
	move "*** NO BUNDLE IN THE MONTHS HAS COMPLETED A STEP ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to da0-99-exit.
*   endif

    perform db0-step-record		thru	db0-99-exit
	until eof-sort-file = "Y".

    perform dc0-group-done		thru	dc0-99-exit.

da0-99-exit.
    exit.
db0-step-record.

    if   sf-clinic-nbr not = hold-clinic-nbr
      or sf-month not = hold-month
      or sf-step not = hold-step
    then
	if ws-first-group = "N"
	then
	    perform dc0-group-done	thru	dc0-99-exit.
*	endif
*   endif

    move "N"				to	ws-first-group.
    move sf-clinic-nbr			to	hold-clinic-nbr.
    move sf-month			to	hold-month.
    move sf-step			to	hold-step.

    add 1				to	ctr-group-bundles.
    if nbr-days < 9999
    then
	add 1				to	nbr-days
	move sf-days			to	days-entry (nbr-days).
*   endif

    if sf-days > step-target (sf-step)
    then
	add 1				to	ctr-group-over.
*   endif

    perform xs0-return-sort		thru	xs0-99-exit.

db0-99-exit.
    exit.
dc0-group-done.

    if nbr-days = zero
    then
	go to dc0-99-exit.
*   endif

*	(median - the middle one, or halfway between the middle two)
    divide nbr-days by 2		giving	ws-rank.
    if ws-rank * 2 = nbr-days
    then
	compute ws-median =
	    (days-entry (ws-rank) + days-entry (ws-rank + 1)) / 2
    else
	add 1				to	ws-rank
	move days-entry (ws-rank)	to	ws-median.
*   endif

*	(90th percentile - nearest rank, 9 in 10 took no longer)
    compute ws-rank = ((nbr-days * 9) + 9) / 10.
    if ws-rank > nbr-days
    then
	move nbr-days			to	ws-rank.
*   endif
    move days-entry (ws-rank)		to	ws-pct-90.

*	(a new clinic is set off by a line)
    if hold-clinic-nbr not = hold-print-clinic
    then
	move hold-clinic-nbr		to	hold-print-clinic
	move 2				to	nbr-lines-to-adv.
*   endif

    move hold-clinic-nbr		to	l1-clinic.
    if hold-month = 999999
    then
	move "ALL"			to	l1-month
    else
	move hold-month			to	l1-month-edit
	move l1-month-edit		to	l1-month.
*   endif
    move step-desc (hold-step)		to	l1-step-desc.
    move ctr-group-bundles		to	l1-bundles.
    move ws-median			to	l1-median.
    move ws-pct-90			to	l1-pct-90.
    move step-target (hold-step)	to	l1-target.
    move ctr-group-over			to	l1-over.
    move l1-stat-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move zero				to	nbr-days
						ctr-group-over
						ctr-group-bundles.

dc0-99-exit.
    exit.
ea0-breaches.

    move "BUNDLES OVER A TARGET (* OVER, O STILL WAITING PAST IT)"
					to	h3-section.
    move h4-breach-cols			to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.
    move h5-breach-cols			to	print-line.
    move 1				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

    open input r112-breach.
    move "N"				to	eof-r112-breach.

    perform eb0-breach-line		thru	eb0-99-exit
	until eof-r112-breach = "Y".

    close r112-breach.

    if rtot-breached = zero
    then
	move "*** NO BUNDLE OVER A TARGET ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ea0-99-exit.
    exit.
eb0-breach-line.

    read r112-breach
	at end
	    move "Y"			to	eof-r112-breach
	    go to eb0-99-exit.

    move spaces				to	l2-breach-line.
    move br-clinic-nbr			to	l2-clinic.
    move br-batch-nbr			to	l2-batch-nbr.
    move br-received-date		to	l2-date-edit.
    move l2-date-edit			to	l2-date (1).

    perform eb1-step-cols		thru	eb1-99-exit
	varying ss-step from 1 by 1
	until   ss-step > 5.

    move l2-breach-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb0-99-exit.
    exit.
eb1-step-cols.

    if ss-step < 5
    then
	if br-step-date (ss-step) not = zero
	then
	    move br-step-date (ss-step)	to	l2-date-edit
	    move l2-date-edit		to	l2-date (ss-step + 1).
*	endif
*   endif

    if   br-days (ss-step) not = zero
      or br-flag (ss-step) not = space
    then
	move br-days (ss-step)		to	l2-days (ss-step).
*   endif
    move br-flag (ss-step)		to	l2-flag (ss-step).

eb1-99-exit.
    exit.
fa0-run-totals.

    move "RUN TOTALS"			to	h3-section.
    move spaces				to	h4-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "BUNDLES ARRIVED"		to	t1-desc.
    move rtot-bundles-read		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "NOT YET A BATCH"		to	t1-desc.
    move rtot-no-batch			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "BUNDLES MEASURED"		to	t1-desc.
    move rtot-bundles-measured		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "STEPS COMPLETED"		to	t1-desc.
    move rtot-steps			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "BUNDLES OVER A TARGET"	to	t1-desc.
    move rtot-breached			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "SUBMITTED CLAIMS ON THE REGISTER"
					to	t1-desc.
    move rtot-submission-recs		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

fa0-99-exit.
    exit.
az0-end-of-job.

    close intake-log.
    close batch-ctrl-file.
    close claims-mstr.
    close submission-reg.
    close cycle-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write cycle-rpt-record		from	h1-rpt-head after advancing page.
    write cycle-rpt-record		from	h2-sel-head after advancing 1 line.
    write cycle-rpt-record		from	h3-section-head after advancing 2 lines.
    write cycle-rpt-record		from	h4-col-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 6				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write cycle-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-date-to-days.

*	(30-day-month convention, the aging reports' arithmetic)

    compute ws-work-days =
	(ws-dw-yy * 360) + (ws-dw-mm * 30) + ws-dw-dd.

xc0-99-exit.
    exit.
xr0-return-work.

    return r112-work-file
	at end
	    move "Y"			to	eof-work-file.

xr0-99-exit.
    exit.
xs0-return-sort.

    return r112-sort-file
	at end
	    move "Y"			to	eof-sort-file.

xs0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
