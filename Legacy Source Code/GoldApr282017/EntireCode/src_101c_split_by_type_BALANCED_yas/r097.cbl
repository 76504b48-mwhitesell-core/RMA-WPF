identification division.
program-id. r097.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f129 - block-fee enrolment file
*			: f128 - block-fee plan master
*			: f090 - constants master
*			: rr097 - block-fee plan report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : block-fee plan report, one clinic to a page
*			group, for the terms that started in the
*			year up to the run date plus every term in
*			force today.
*			  1 - member terms: each patient's term with
*			      its plan, whether it was a new
*			      enrolment or a renewal, the fee, what
*			      has been paid and what is owing, and the
*			      covered services claims entry has zero-
*			      billed under it - their number, their
*			      fee-schedule value and that value as a
*			      percentage of the fee
*			  2 - plan summary: members in force today,
*			      new and renewed terms and cancellations
*			      in the year, block-fee revenue billed,
*			      paid and outstanding, and the service
*			      the plan's members actually used against
*			      the fee, with a clinic total.
*			a plan that uses more than it collects is
*			priced too low; one that uses little of it
*			is the one patients will not renew.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f129_block_fee_enrol.slr".
*
    copy "f128_block_fee_plan.slr".
*
    copy "f090_constants_mstr.slr".
*
    select block-fee-rpt-file
	assign to printer print-file-name
	file status is status-block-fee-rpt.
*
data division.
file section.
*
    copy "f129_block_fee_enrol.fd".
*
    copy "f128_block_fee_plan.fd".
*
    copy "f090_constants_mstr.fd".
*
fd  block-fee-rpt-file
    record contains 132 characters.

01  block-fee-rpt-record		pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr097".
77  status-block-fee-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-block-fee-enrol	pic xx	value zero.
77  status-cobol-block-fee-plan		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.

77  eof-block-fee-enrol			pic x	value "N".
77  eof-block-fee-plan			pic x	value "N".

77  ws-clinic-nbr			pic 99	value zero.
77  ws-first-clinic			pic x	value "Y".
77  ws-in-period			pic x	value "N".
77  ws-in-force				pic x	value "N".
77  ws-owing-amt			pic s9(7)v99	value zero.
77  ws-pct-used				pic s9(5)v9	value zero.

*   terms starting from the day a year before the run date are in
*   the reporting year

01  ws-period-from.
    05  ws-from-yy			pic 9(4).
    05  ws-from-mm			pic 99.
    05  ws-from-dd			pic 99.
01  ws-period-from-r redefines ws-period-from	pic 9(8).

*   the clinic's plans, loaded off f128 at the clinic break; a
*   term on a plan since deleted gets an entry of its own

01  plan-table.
    05  plan-entry			occurs 50 times.
	10  pln-plan-cd			pic x(4).
	10  pln-desc			pic x(30).
	10  pln-status			pic x.
	10  pln-in-force		pic 9(5).
	10  pln-new			pic 9(5).
	10  pln-renewed			pic 9(5).
	10  pln-cancelled		pic 9(5).
	10  pln-fees			pic s9(9)v99.
	10  pln-paid			pic s9(9)v99.
	10  pln-owing			pic s9(9)v99.
	10  pln-svc-used		pic 9(7).
	10  pln-value-used		pic s9(9)v99.
77  plan-used				pic 99		comp	value zero.
77  ss-plan				pic 99		comp	value zero.

01  clinic-totals.
    05  cln-in-force			pic 9(5).
    05  cln-new				pic 9(5).
    05  cln-renewed			pic 9(5).
    05  cln-cancelled			pic 9(5).
    05  cln-fees			pic s9(9)v99.
    05  cln-paid			pic s9(9)v99.
    05  cln-owing			pic s9(9)v99.
    05  cln-svc-used			pic 9(7).
    05  cln-value-used			pic s9(9)v99.

01  counters.
    05  ctr-enrol-reads			pic 9(7)	value zero.
    05  ctr-terms-listed		pic 9(7)	value zero.
    05  ctr-clinics			pic 9(5)	value zero.
    05  ctr-plan-overflow		pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.

01  h1-block-fee-head.
    05  filler				pic x(6)	value "r097".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"BLOCK-FEE PLANS - ENROLMENT, REVENUE AND USAGE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-clinic-head.
    05  filler				pic x(7)	value "CLINIC ".
    05  h2-clinic-nbr			pic 99.
    05  filler				pic x		value space.
    05  h2-clinic-name			pic x(20).
    05  filler				pic x(27)	value
		"   TERMS STARTING FROM ".
    05  h2-period-from			pic xxxx/xx/xx.
    05  filler				pic x(4)	value " TO ".
    05  h2-period-to			pic xxxx/xx/xx.
    05  filler				pic x(24)	value
		"  AND TERMS IN FORCE".

01  h3-member-head.
    05  filler				pic x(17)	value "PATIENT KEY".
    05  filler				pic x(26)	value "PATIENT".
    05  filler				pic x(5)	value "PLAN".
    05  filler				pic x(9)	value "START".
    05  filler				pic x(9)	value "END".
    05  filler				pic x(6)	value "ST SR".
    05  filler				pic x(11)	value
		"        FEE".
    05  filler				pic x(11)	value
		"       PAID".
    05  filler				pic x(11)	value
		"      OWING".
    05  filler				pic x(6)	value
		"  SVCS".
    05  filler				pic x(13)	value
		"   VALUE USED".
    05  filler				pic x(8)	value
		"  USED %".

01  h4-plan-head.
    05  filler				pic x(5)	value "PLAN".
    05  filler				pic x(21)	value "DESCRIPTION".
    05  filler				pic x(6)	value "IN FRC".
    05  filler				pic x(6)	value "   NEW".
    05  filler				pic x(6)	value "  RENW".
    05  filler				pic x(6)	value "  CANC".
    05  filler				pic x(15)	value
		"   FEES BILLED".
    05  filler				pic x(15)	value
		"           PAID".
    05  filler				pic x(15)	value
		"    OUTSTANDING".
    05  filler				pic x(8)	value
		"    SVCS".
    05  filler				pic x(15)	value
		"     VALUE USED".
    05  filler				pic x(8)	value
		"  USED %".

01  l1-member-line.
    05  l1-pat-key			pic x(16).
    05  filler				pic x		value spaces.
    05  l1-pat-name			pic x(25).
    05  filler				pic x		value spaces.
    05  l1-plan-cd			pic x(4).
    05  filler				pic x		value spaces.
    05  l1-term-start			pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-term-end			pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-status			pic x.
    05  filler				pic xx		value spaces.
    05  l1-source			pic x.
    05  filler				pic x		value spaces.
    05  l1-fee				pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-paid				pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-owing			pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-svc-used			pic zzzz9.
    05  filler				pic x		value spaces.
    05  l1-value-used			pic z,zzz,zz9.99.
    05  filler				pic x		value spaces.
    05  l1-pct-used			pic zzzz9.9.

01  l2-plan-line.
    05  l2-plan-cd			pic x(4).
    05  filler				pic x		value spaces.
    05  l2-desc				pic x(20).
    05  filler				pic x		value spaces.
    05  l2-in-force			pic zzzz9.
    05  filler				pic x		value spaces.
    05  l2-new				pic zzzz9.
    05  filler				pic x		value spaces.
    05  l2-renewed			pic zzzz9.
    05  filler				pic x		value spaces.
    05  l2-cancelled			pic zzzz9.
    05  l2-fees				pic zzz,zzz,zz9.99-.
    05  l2-paid				pic zzz,zzz,zz9.99-.
    05  l2-owing			pic zzz,zzz,zz9.99-.
    05  l2-svc-used			pic z,zzz,zz9.
    05  l2-value-used			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l2-pct-used			pic zzzz9.9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-enrol-file section.
    use after standard error procedure on block-fee-enrol.
err-block-fee-enrol.
    move status-cobol-block-fee-enrol	to common-status-file.
    display "error in accessing block-fee enrolment file - status "
	    common-status-file.
    stop "error in accessing block-fee enrolment file".

err-plan-file section.
    use after standard error procedure on block-fee-plan.
err-block-fee-plan.
    move status-cobol-block-fee-plan	to common-status-file.
    display "error in accessing block-fee plan master - status "
	    common-status-file.
    stop "error in accessing block-fee plan master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-block-fee-enrol = "Y".

    if ws-first-clinic = "N"
    then
	perform ca0-clinic-end		thru	ca0-99-exit.
*   endif

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    move sys-date-long			to	ws-period-from-r.
    subtract 1				from	ws-from-yy.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-period-from-r		to	h2-period-from.
    move sys-date-long			to	h2-period-to.
    move zero				to	h2-clinic-nbr.
    move spaces				to	h2-clinic-name.

    open input block-fee-enrol.
    open input block-fee-plan.
    open input iconst-mstr.
    open output block-fee-rpt-file.

    move low-values			to	bfe-key.
    start block-fee-enrol key is greater than or equal to bfe-key
	invalid key
	    move "Y"			to	eof-block-fee-enrol.

    move "r097"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read block-fee-enrol next
	at end
	    move "Y"			to	eof-block-fee-enrol
	    go to ab0-99-exit.

    add 1				to	ctr-enrol-reads.

    if   ws-first-clinic = "Y"
      or bfe-clinic-nbr-1-2 not = ws-clinic-nbr
    then
	if ws-first-clinic = "N"
	then
	    perform ca0-clinic-end	thru	ca0-99-exit
	end-if
	perform ba0-clinic-start	thru	ba0-99-exit.
*   endif

*	(a term started in the reporting year, or in force today)
    move "N"				to	ws-in-period
						ws-in-force.
    if   bfe-term-start not < ws-period-from-r
     and bfe-term-start not > sys-date-long
    then
	move "Y"			to	ws-in-period.
*   endif

    if   bfe-active
     and bfe-term-start not > sys-date-long
     and bfe-term-end   not < sys-date-long
    then
	move "Y"			to	ws-in-force.
*   endif

    if   ws-in-period = "N"
     and ws-in-force  = "N"
    then
	go to ab0-99-exit.
*   endif

    perform bb0-find-plan		thru	bb0-99-exit.
    perform bc0-accumulate		thru	bc0-99-exit.
    perform da0-member-line		thru	da0-99-exit.

ab0-99-exit.
    exit.
ba0-clinic-start.

    move "N"				to	ws-first-clinic.
    move bfe-clinic-nbr-1-2		to	ws-clinic-nbr
						h2-clinic-nbr
						iconst-clinic-nbr-1-2.
    add 1				to	ctr-clinics.

    move spaces				to	h2-clinic-name.
    read iconst-mstr
	invalid key
	    move "NOT ON CONSTANTS"	to	h2-clinic-name.

    if status-cobol-iconst-mstr = "00"
    then
	move iconst-clinic-name		to	h2-clinic-name.
*   endif

    move zero				to	clinic-totals.
    move zero				to	plan-used.

*	(the clinic's plans, in plan code order)
    move "N"				to	eof-block-fee-plan.
    move low-values			to	bfp-key.
    move ws-clinic-nbr			to	bfp-clinic-nbr-1-2.
    start block-fee-plan key is greater than or equal to bfp-key
	invalid key
	    move "Y"			to	eof-block-fee-plan.

    perform ba5-load-plan		thru	ba5-99-exit
	until eof-block-fee-plan = "Y".

*	(each clinic starts a new page)
    move max-lines-per-page		to	nbr-lines-this-page.
    move "MEMBER TERMS"			to	s1-section-title.
    move h3-member-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

ba0-99-exit.
    exit.
ba5-load-plan.

    read block-fee-plan next
	at end
	    move "Y"			to	eof-block-fee-plan
	    go to ba5-99-exit.

    if   bfp-clinic-nbr-1-2 not = ws-clinic-nbr
      or plan-used not < 50
    then
	move "Y"			to	eof-block-fee-plan
	go to ba5-99-exit.
*   endif

    add 1				to	plan-used.
    move plan-used			to	ss-plan.
    perform xd0-zero-plan		thru	xd0-99-exit.
    move bfp-plan-cd			to	pln-plan-cd (ss-plan).
    move bfp-desc			to	pln-desc (ss-plan).
    move bfp-status			to	pln-status (ss-plan).

ba5-99-exit.
    exit.
bb0-find-plan.

    move 1				to	ss-plan.

bb0-10-search.

    if ss-plan > plan-used
    then
	go to bb0-50-add.
*   endif

    if pln-plan-cd (ss-plan) = bfe-plan-cd
    then
	go to bb0-99-exit.
*   endif

    add 1				to	ss-plan.
    go to bb0-10-search.

bb0-50-add.

*	(a plan no longer on f128 - the last entry takes the
*	 overflow when the table is full)
    if plan-used not < 50
    then
	add 1				to	ctr-plan-overflow
	move 50				to	ss-plan
	go to bb0-99-exit.
*   endif

    add 1				to	plan-used.
    move plan-used			to	ss-plan.
    perform xd0-zero-plan		thru	xd0-99-exit.
    move bfe-plan-cd			to	pln-plan-cd (ss-plan).
    move "PLAN NOT ON FILE"		to	pln-desc (ss-plan).
    move space				to	pln-status (ss-plan).

bb0-99-exit.
    exit.
bc0-accumulate.

    if ws-in-force = "Y"
    then
	add 1				to	pln-in-force (ss-plan).
*   endif

    compute ws-owing-amt = bfe-fee-amt - bfe-paid-amt.

    if ws-in-period = "N"
    then
	go to bc0-99-exit.
*   endif

    if bfe-renewal
    then
	add 1				to	pln-renewed (ss-plan)
    else
	add 1				to	pln-new (ss-plan).
*   endif

    if bfe-cancelled
    then
	add 1				to	pln-cancelled (ss-plan).
*   endif

*	(block-fee revenue is the fee billed on the terms that
*	 started in the year; what was used against it is the value
*	 d001 zero-billed under those terms)
    add bfe-fee-amt			to	pln-fees (ss-plan).
    add bfe-paid-amt			to	pln-paid (ss-plan).
    add ws-owing-amt			to	pln-owing (ss-plan).
    add bfe-svc-used			to	pln-svc-used (ss-plan).
    add bfe-value-used			to	pln-value-used (ss-plan).

bc0-99-exit.
    exit.
ca0-clinic-end.

    move "PLAN SUMMARY"			to	s1-section-title.
    move h4-plan-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform cb0-plan-line		thru	cb0-99-exit
	varying ss-plan from 1 by 1
	until   ss-plan > plan-used.

    move spaces				to	l2-plan-line.
    move "CLINIC TOTAL"			to	l2-desc.
    move cln-in-force			to	l2-in-force.
    move cln-new			to	l2-new.
    move cln-renewed			to	l2-renewed.
    move cln-cancelled			to	l2-cancelled.
    move cln-fees			to	l2-fees.
    move cln-paid			to	l2-paid.
    move cln-owing			to	l2-owing.
    move cln-svc-used			to	l2-svc-used.
    move cln-value-used			to	l2-value-used.
    move zero				to	ws-pct-used.
    if cln-fees > zero
    then
	compute ws-pct-used rounded =
	    cln-value-used * 100 / cln-fees.
*   endif
    move ws-pct-used			to	l2-pct-used.
    move l2-plan-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
cb0-plan-line.

    move spaces				to	l2-plan-line.
    move pln-plan-cd (ss-plan)		to	l2-plan-cd.
    move pln-desc (ss-plan)		to	l2-desc.
    move pln-in-force (ss-plan)		to	l2-in-force.
    move pln-new (ss-plan)		to	l2-new.
    move pln-renewed (ss-plan)		to	l2-renewed.
    move pln-cancelled (ss-plan)	to	l2-cancelled.
    move pln-fees (ss-plan)		to	l2-fees.
    move pln-paid (ss-plan)		to	l2-paid.
    move pln-owing (ss-plan)		to	l2-owing.
    move pln-svc-used (ss-plan)		to	l2-svc-used.
    move pln-value-used (ss-plan)	to	l2-value-used.

    move zero				to	ws-pct-used.
    if pln-fees (ss-plan) > zero
    then
	compute ws-pct-used rounded =
	    pln-value-used (ss-plan) * 100 / pln-fees (ss-plan).
*   endif
    move ws-pct-used			to	l2-pct-used.

    move l2-plan-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add pln-in-force (ss-plan)		to	cln-in-force.
    add pln-new (ss-plan)		to	cln-new.
    add pln-renewed (ss-plan)		to	cln-renewed.
    add pln-cancelled (ss-plan)		to	cln-cancelled.
    add pln-fees (ss-plan)		to	cln-fees.
    add pln-paid (ss-plan)		to	cln-paid.
    add pln-owing (ss-plan)		to	cln-owing.
    add pln-svc-used (ss-plan)		to	cln-svc-used.
    add pln-value-used (ss-plan)	to	cln-value-used.

cb0-99-exit.
    exit.
da0-member-line.

    move spaces				to	l1-member-line.
    move bfe-pat-key			to	l1-pat-key.
    string bfe-pat-surname	delimited by "  "
	   ", "			delimited by size
	   bfe-pat-given-name	delimited by "  "
	into l1-pat-name.
    move bfe-plan-cd			to	l1-plan-cd.
    move bfe-term-start			to	l1-term-start.
    move bfe-term-end			to	l1-term-end.
    move bfe-status			to	l1-status.
    move bfe-source			to	l1-source.
    move bfe-fee-amt			to	l1-fee.
    move bfe-paid-amt			to	l1-paid.
    move ws-owing-amt			to	l1-owing.
    move bfe-svc-used			to	l1-svc-used.
    move bfe-value-used			to	l1-value-used.

    move zero				to	ws-pct-used.
    if bfe-fee-amt > zero
    then
	compute ws-pct-used rounded =
	    bfe-value-used * 100 / bfe-fee-amt.
*   endif
    move ws-pct-used			to	l1-pct-used.

    move l1-member-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    add 1				to	ctr-terms-listed.

da0-99-exit.
    exit.
az0-end-of-job.

    move "r097"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-terms-listed		to	elp-count.
    move "BLOCK-FEE TERMS REPORTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close block-fee-enrol.
    close block-fee-plan.
    close iconst-mstr.
    close block-fee-rpt-file.

    display "r097 - enrolments read        " ctr-enrol-reads.
    display "r097 - terms reported         " ctr-terms-listed.
    display "r097 - clinics reported       " ctr-clinics.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write block-fee-rpt-record		from	h1-block-fee-head after advancing page.
    write block-fee-rpt-record		from	h2-clinic-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write block-fee-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
xd0-zero-plan.

    move zero				to	pln-in-force (ss-plan)
						pln-new (ss-plan)
						pln-renewed (ss-plan)
						pln-cancelled (ss-plan)
						pln-fees (ss-plan)
						pln-paid (ss-plan)
						pln-owing (ss-plan)
						pln-svc-used (ss-plan)
						pln-value-used (ss-plan).

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
