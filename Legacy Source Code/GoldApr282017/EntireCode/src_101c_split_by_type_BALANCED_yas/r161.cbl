identification division.
program-id. r161.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f162 - doctor absence calendar
*			: f002 - claims master
*			: f020 - doctor master
*			: r161_parm - report month
*			: rr161 - claims billed during absences (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : monthly list of every claim service line
*			rendered in the month (the month before the
*			run date unless the parm names one) on a day
*			the rendering doctor was away per the m136
*			absence calendar.  the lines are listed under
*			each absence with the claim, batch, patient,
*			code, service date and fee, and the f081
*			locum whose agreement covered the day (via
*			abschk) - most are wrong-doctor bundles or
*			work that belonged to the locum, and are
*			taken up with the clinic before the doctor
*			disputes the statement.  payment and
*			adjustment details are left out.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f162_doc_absence.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    select r161-parm-file
	assign to disk "$pb_data/r161_parm"
	organization is sequential
	file status is status-r161-parm.
*
    select absence-rpt-file
	assign to printer print-file-name
	file status is status-absence-rpt.
*
data division.
file section.
*
    copy "f162_doc_absence.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
fd  r161-parm-file
    record contains 80 characters.

*	(type "M" - the month to report, yyyymm)
01  r161-parm-rec.
    05  r161-parm-type			pic x.
    05  r161-parm-month			pic 9(6).
    05  filler				pic x(73).

fd  absence-rpt-file
    record contains 132 characters.

01  absence-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr161".
77  status-absence-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-absence		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-r161-parm			pic xx	value zero.

77  eof-doc-absence			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".

77  ws-sv-date				pic 9(8)	value zero.
77  ws-month-start			pic 9(8)	value zero.
77  ws-month-end			pic 9(8)	value zero.

01  ws-rpt-month			pic 9(6)	value zero.
01  ws-rpt-month-r redefines ws-rpt-month.
    05  ws-rpt-yy			pic 9(4).
    05  ws-rpt-mm			pic 99.

*   the claim the scan is in - the header comes ahead of its
*   service lines on the "B" key

01  ws-current-claim.
    05  cur-claim-id			pic x(11).
    05  cur-batch-doc			pic x(3).
    05  cur-rend-doc			pic x(3).
    05  cur-pat-name			pic x(25).

*   the absences that take in any day of the month, in doctor and
*   first-day order as they come off the calendar

01  absence-table.
    05  abs-entry			occurs 1000 times.
	10  at-doc-nbr			pic x(3).
	10  at-date-from		pic 9(8).
	10  at-date-to			pic 9(8).
	10  at-type			pic x.
	10  at-desc			pic x(30).
	10  at-lines			pic 9(5).
	10  at-fees			pic s9(7)v99.
77  abs-used				pic 9(4)	comp	value zero.
77  ss-abs				pic 9(4)	comp	value zero.

*   the service lines found inside an absence

01  hit-table.
    05  hit-entry			occurs 5000 times.
	10  ht-abs-ss			pic 9(4)	comp.
	10  ht-claim-id			pic x(11).
	10  ht-batch-doc		pic x(3).
	10  ht-pat-name			pic x(25).
	10  ht-oma-cd			pic x(4).
	10  ht-oma-suff			pic x.
	10  ht-sv-date			pic 9(8).
	10  ht-fee			pic s9(5)v99.
	10  ht-locum-doc		pic x(3).
77  hit-used				pic 9(4)	comp	value zero.
77  ss-hit				pic 9(4)	comp	value zero.

01  absence-types.
    05  filler				pic x(11)	value
		"VVACATION".
    05  filler				pic x(11)	value
		"LLEAVE".
    05  filler				pic x(11)	value
		"CCONFERENCE".
01  absence-types-r redefines absence-types.
    05  abs-type-entry			occurs 3 times.
	10  abs-type-cd			pic x.
	10  abs-type-desc		pic x(10).
77  ss-type				pic 9	value zero.

01  report-totals.
    05  rt-absences			pic 9(5)	value zero.
    05  rt-lines			pic 9(7)	value zero.
    05  rt-fees				pic s9(9)v99	value zero.

01  counters.
    05  ctr-absence-reads		pic 9(7)	value zero.
    05  ctr-claims-mstr-reads		pic 9(9)	value zero.
    05  ctr-lines-in-month		pic 9(7)	value zero.
    05  ctr-lines-in-absence		pic 9(7)	value zero.
    05  ctr-abs-overflow		pic 9(7)	value zero.
    05  ctr-hit-overflow		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

    copy "abschk.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-absence-head.
    05  filler				pic x(6)	value "r161".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"CLAIMS BILLED WHILE THE DOCTOR WAS AWAY".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-month-head.
    05  filler				pic x(21)	value
		"SERVICES RENDERED IN ".
    05  h2-rpt-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-rpt-mm			pic 99.

01  h3-detail-head.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(6)	value "DOC".
    05  filler				pic x(26)	value "PATIENT".
    05  filler				pic x(7)	value "CODE".
    05  filler				pic x(11)	value "SVC DATE".
    05  filler				pic x(11)	value
		"        FEE".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(14)	value
		"COVERING LOCUM".

01  d1-absence-line.
    05  filler				pic x(7)	value "DOCTOR ".
    05  d1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  d1-doc-name			pic x(25).
    05  filler				pic x(2)	value spaces.
    05  d1-abs-type			pic x(10).
    05  filler				pic x		value space.
    05  d1-date-from			pic 9999/99/99.
    05  filler				pic x(4)	value " TO ".
    05  d1-date-to			pic 9999/99/99.
    05  filler				pic x(2)	value spaces.
    05  d1-desc				pic x(30).

01  l1-detail-line.
    05  filler				pic x(6)	value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l1-batch-doc			pic x(3).
    05  filler				pic x(3)	value spaces.
    05  l1-pat-name			pic x(25).
    05  filler				pic x		value spaces.
    05  l1-oma-cd			pic x(4).
    05  l1-oma-suff			pic x.
    05  filler				pic x(2)	value spaces.
    05  l1-sv-date			pic 9999/99/99.
    05  filler				pic x		value spaces.
    05  l1-fee				pic zz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-locum			pic x(14).

01  t1-total-line.
    05  filler				pic x(6)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(2)	value spaces.
    05  t1-fee				pic zzz,zzz,zz9.99-.

01  l3-overflow-line.
    05  l3-desc				pic x(40).
    05  l3-overflow			pic zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-absence-file section.
    use after standard error procedure on doc-absence.
err-doc-absence.
    move status-cobol-doc-absence	to common-status-file.
    display "error in accessing doctor absence calendar - status "
	    common-status-file.
    stop "error in accessing doctor absence calendar".

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

    perform ab0-load-absences		thru ab0-99-exit
	until eof-doc-absence = "Y".

*	(no absence in the month - nothing on the claims to look for)
    if abs-used = zero
    then
	move "Y"			to	eof-claims-mstr.
*   endif

    perform ba0-scan-claims		thru ba0-99-exit
	until eof-claims-mstr = "Y".

    perform ca0-print-absence		thru ca0-99-exit
	varying ss-abs from 1 by 1
	until   ss-abs > abs-used.

    perform cz0-print-totals		thru cz0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

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

    compute ws-month-start = ws-rpt-month * 100 + 1.
    compute ws-month-end   = ws-rpt-month * 100 + 31.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-rpt-yy			to	h2-rpt-yy.
    move ws-rpt-mm			to	h2-rpt-mm.

    open input doc-absence.
    open input claims-mstr.
    open input doc-mstr.
    open output absence-rpt-file.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

    move spaces				to	ws-current-claim.

    move "r161"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r161-parm-file.
    if status-r161-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r161-parm-file
	at end
	    close r161-parm-file
	    go to ap0-99-exit.

    close r161-parm-file.

    if   r161-parm-type = "M"
     and r161-parm-month numeric
     and r161-parm-month (5:2) > "00"
     and r161-parm-month (5:2) < "13"
    then
	move r161-parm-month		to	ws-rpt-month
    else
	display "r161 - parm month not valid, last month used "
		r161-parm-rec (1:7).
*   endif

ap0-99-exit.
    exit.
ab0-load-absences.

    read doc-absence next
	at end
	    move "Y"			to	eof-doc-absence
	    go to ab0-99-exit.

    add 1				to	ctr-absence-reads.

    if   abs-date-from > ws-month-end
      or abs-date-to   < ws-month-start
    then
	go to ab0-99-exit.
*   endif

    if abs-used not < 1000
    then
	add 1				to	ctr-abs-overflow
	go to ab0-99-exit.
*   endif

    add 1				to	abs-used.
    move abs-doc-nbr			to	at-doc-nbr (abs-used).
    move abs-date-from			to	at-date-from (abs-used).
    move abs-date-to			to	at-date-to (abs-used).
    move abs-type			to	at-type (abs-used).
    move abs-desc			to	at-desc (abs-used).
    move zero				to	at-lines (abs-used)
						at-fees (abs-used).

ab0-99-exit.
    exit.
ba0-scan-claims.

    read claims-mstr next
	at end
	    move "Y"			to	eof-claims-mstr
	    go to ba0-99-exit.

    if key-clm-key-type not = "B"
    then
	move "Y"			to	eof-claims-mstr
	go to ba0-99-exit.
*   endif

    add 1				to	ctr-claims-mstr-reads.

*	(a header - hold it for the lines that follow)
    if   key-clm-oma-cd = zeros
      or key-clm-oma-cd = spaces
    then
	perform bb0-hold-header		thru	bb0-99-exit
	go to ba0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(payment/adjustment details are not services)
    if   k-clmdtl-b-oma-cd = "PAID"
      or k-clmdtl-b-oma-cd = "ADJU"
      or k-clmdtl-b-adj-nbr not = zero
    then
	go to ba0-99-exit.
*   endif

    if clmdtl-sv-date (1:6) not = ws-rpt-month
    then
	go to ba0-99-exit.
*   endif

    if key-clm-data (1:11) not = cur-claim-id
    then
	go to ba0-99-exit.
*   endif

    add 1				to	ctr-lines-in-month.
    move clmdtl-sv-date			to	ws-sv-date.

    perform bc0-find-absence		thru	bc0-99-exit.
    if ss-abs = zero
    then
	go to ba0-99-exit.
*   endif

    perform bd0-store-line		thru	bd0-99-exit.

ba0-99-exit.
    exit.
bb0-hold-header.

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-claim-id		to	cur-claim-id.
    move clmhdr-batch-nbr-3-6 (2:3)	to	cur-batch-doc.

*	(the doctor who rendered - the locum keyed at entry, whether
*	 u887 has lifted it out of the reference field or not, else
*	 the batch doctor)
    if clmhdr-rendering-doc not = spaces
    then
	move clmhdr-rendering-doc (1:3)	to	cur-rend-doc
    else
	if clmhdr-reference (1:2) = "RD"
	then
	    move clmhdr-reference (3:3)	to	cur-rend-doc
	else
	    move cur-batch-doc		to	cur-rend-doc.
*	endif
*   endif

    move spaces				to	cur-pat-name.
    string clmhdr-pat-surname		delimited by "  "
	   ", "				delimited by size
	   clmhdr-pat-given-name	delimited by "  "
	into cur-pat-name.

bb0-99-exit.
    exit.
bc0-find-absence.

    move 1				to	ss-abs.

bc0-10-search.

    if ss-abs > abs-used
    then
	move zero			to	ss-abs
	go to bc0-99-exit.
*   endif

    if   at-doc-nbr (ss-abs) = cur-rend-doc
     and at-date-from (ss-abs) not > ws-sv-date
     and at-date-to (ss-abs)   not < ws-sv-date
    then
	go to bc0-99-exit.
*   endif

    add 1				to	ss-abs.
    go to bc0-10-search.

bc0-99-exit.
    exit.
bd0-store-line.

    add 1				to	ctr-lines-in-absence.
    add 1				to	at-lines (ss-abs).
    add clmdtl-fee-oma			to	at-fees (ss-abs).

    if hit-used not < 5000
    then
	add 1				to	ctr-hit-overflow
	go to bd0-99-exit.
*   endif

    add 1				to	hit-used.
    move ss-abs				to	ht-abs-ss (hit-used).
    move cur-claim-id			to	ht-claim-id (hit-used).
    move cur-batch-doc			to	ht-batch-doc (hit-used).
    move cur-pat-name			to	ht-pat-name (hit-used).
    move clmdtl-oma-cd			to	ht-oma-cd (hit-used).
    move clmdtl-oma-suff		to	ht-oma-suff (hit-used).
    move ws-sv-date			to	ht-sv-date (hit-used).
    move clmdtl-fee-oma			to	ht-fee (hit-used).

*	(the locum whose agreement covered the day)
    move cur-rend-doc			to	acp-doc-nbr.
    move ws-sv-date			to	acp-serv-date.
    call "abschk" using absence-check-parms.
    move acp-locum-doc			to	ht-locum-doc (hit-used).

bd0-99-exit.
    exit.
ca0-print-absence.

    if at-lines (ss-abs) = zero
    then
	go to ca0-99-exit.
*   endif

    add 1				to	rt-absences.
    add at-lines (ss-abs)		to	rt-lines.
    add at-fees (ss-abs)		to	rt-fees.

    move at-doc-nbr (ss-abs)		to	doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON FILE **"	to	doc-name.

    move at-doc-nbr (ss-abs)		to	d1-doc-nbr.
    move doc-name			to	d1-doc-name.
    move at-type (ss-abs)		to	d1-abs-type.
    perform cc0-type-desc		thru	cc0-99-exit
	varying ss-type from 1 by 1
	until   ss-type > 3.
    move at-date-from (ss-abs)		to	d1-date-from.
    move at-date-to (ss-abs)		to	d1-date-to.
    move at-desc (ss-abs)		to	d1-desc.
    move d1-absence-line		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move h3-detail-head			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform cb0-print-line		thru	cb0-99-exit
	varying ss-hit from 1 by 1
	until   ss-hit > hit-used.

    move spaces				to	t1-total-line.
    move "LINES BILLED DURING THE ABSENCE"
					to	t1-desc.
    move at-lines (ss-abs)		to	t1-count.
    move at-fees (ss-abs)		to	t1-fee.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
cb0-print-line.

    if ht-abs-ss (ss-hit) not = ss-abs
    then
	go to cb0-99-exit.
*   endif

    move spaces				to	l1-detail-line.
    move ht-claim-id (ss-hit)		to	l1-claim-id.
    move ht-batch-doc (ss-hit)		to	l1-batch-doc.
    move ht-pat-name (ss-hit)		to	l1-pat-name.
    move ht-oma-cd (ss-hit)		to	l1-oma-cd.
    move ht-oma-suff (ss-hit)		to	l1-oma-suff.
    move ht-sv-date (ss-hit)		to	l1-sv-date.
    move ht-fee (ss-hit)		to	l1-fee.
    if ht-locum-doc (ss-hit) = spaces
    then
	move "NONE"			to	l1-locum
    else
	move ht-locum-doc (ss-hit)	to	l1-locum.
*   endif
    move l1-detail-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
cc0-type-desc.

    if abs-type-cd (ss-type) = at-type (ss-abs)
    then
	move abs-type-desc (ss-type)	to	d1-abs-type.
*   endif

cc0-99-exit.
    exit.
cz0-print-totals.

    move spaces				to	t1-total-line.
    move "ABSENCES WITH CLAIMS BILLED"	to	t1-desc.
    move rt-absences			to	t1-count.
    move t1-total-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-total-line.
    move "TOTAL LINES BILLED DURING ABSENCES"
					to	t1-desc.
    move rt-lines			to	t1-count.
    move rt-fees			to	t1-fee.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ctr-abs-overflow > zero
    then
	move "*** ABSENCE TABLE FULL - NOT CHECKED: "
					to	l3-desc
	move ctr-abs-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ctr-hit-overflow > zero
    then
	move "*** LINE TABLE FULL - COUNTED, NOT LISTED: "
					to	l3-desc
	move ctr-hit-overflow		to	l3-overflow
	move l3-overflow-line		to	print-line
	move 2				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

cz0-99-exit.
    exit.
az0-end-of-job.

    move "r161"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-lines-in-absence		to	elp-count.
    move "LINES BILLED DURING ABSENCES"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close doc-absence.
    close claims-mstr.
    close doc-mstr.
    close absence-rpt-file.

    display "r161 - absences read          " ctr-absence-reads.
    display "r161 - absences in the month  " abs-used.
    display "r161 - claims records read    " ctr-claims-mstr-reads.
    display "r161 - service lines in month " ctr-lines-in-month.
    display "r161 - lines during absences  " ctr-lines-in-absence.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write absence-rpt-record		from	h1-absence-head after advancing page.
    write absence-rpt-record		from	h2-month-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write absence-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
