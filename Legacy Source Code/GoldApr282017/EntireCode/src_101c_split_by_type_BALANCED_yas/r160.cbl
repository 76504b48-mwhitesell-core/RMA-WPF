identification division.
program-id. r160.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f161 - third-party request register
*			: f010 - patient master
*			: f020 - doctor master
*			: f072 - client master
*			: r160_parm - run date (today unless given)
*			: rr160 - third-party requests report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : weekly third-party requests report off the
*			m135 register, by doctor.  the first part
*			lists every open request past its due date -
*			the requester, their reference, the patient,
*			the type, the dates and the days overdue - so
*			the doctor can be chased before the lawyer or
*			insurer calls.  the second part lists every
*			request completed but not yet billed (its
*			claim could not be written when it was
*			completed) so it is billed with B in m135.
*			each part is totalled by doctor and overall,
*			count and fee.  run mondays from the u102
*			nightly set.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f161_third_party_req.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    select r160-parm-file
	assign to disk "$pb_data/r160_parm"
	organization is sequential
	file status is status-r160-parm.
*
    select tpr-rpt-file
	assign to printer print-file-name
	file status is status-tpr-rpt.
*
data division.
file section.
*
    copy "f161_third_party_req.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
fd  r160-parm-file
    record contains 80 characters.

*	(a run date, yyyymmdd, to report as at)
01  r160-parm-rec.
    05  r160-parm-run-date		pic 9(8).
    05  filler				pic x(72).

fd  tpr-rpt-file
    record contains 132 characters.

01  tpr-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr160".
77  status-tpr-rpt			pic xx	value zero.
77  status-r160-parm			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-third-party-req	pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.

77  sel-run-date			pic 9(8)	value zero.
77  eof-third-party-req			pic x		value "N".
77  ws-section				pic 9		value zero.
77  ws-prev-doc-nbr			pic x(3)	value spaces.
77  ws-days-overdue			pic s9(5)	value zero.
77  ws-day-nbr				pic 9(7)	value zero.
77  ws-run-day-nbr			pic 9(7)	value zero.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-leap-rem				pic 9(4)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

*   days in the year before the first of each month

01  month-start-table.
    05  filler				pic x(36)	value
		"000031059090120151181212243273304334".
01  month-start-r redefines month-start-table.
    05  month-start			pic 999	occurs 12 times.

01  section-titles.
    05  filler				pic x(40)	value
		"OPEN REQUESTS PAST DUE".
    05  filler				pic x(40)	value
		"COMPLETED REQUESTS NOT YET BILLED".
01  section-titles-r redefines section-titles.
    05  section-title			pic x(40)	occurs 2 times.

01  doc-totals.
    05  dt-count			pic 9(5)	value zero.
    05  dt-fee				pic 9(7)v99	value zero.

01  section-totals.
    05  st-count			pic 9(5)	value zero.
    05  st-fee				pic 9(7)v99	value zero.

01  counters.
    05  ctr-req-reads			pic 9(7)	value zero.
    05  ctr-overdue			pic 9(5)	value zero.
    05  ctr-unbilled			pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-tpr-head.
    05  filler				pic x(6)	value "r160".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(34)	value
		"THIRD-PARTY REQUESTS".
    05  filler				pic x(7)	value "AS AT ".
    05  h1-run-date			pic 9999/99/99.
    05  filler				pic x(47)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-section-head.
    05  h2-section-title		pic x(40).

01  h3-detail-head.
    05  filler				pic x(10)	value
		"REQUEST".
    05  filler				pic x(31)	value
		"REQUESTER".
    05  filler				pic x(21)	value
		"THEIR REFERENCE".
    05  filler				pic x(26)	value
		"PATIENT".
    05  filler				pic x(5)	value
		"TYPE".
    05  filler				pic x(11)	value
		"RECEIVED".
    05  filler				pic x(11)	value
		"DUE/DONE".
    05  filler				pic x(10)	value
		"      FEE".
    05  filler				pic x(7)	value
		"  DAYS".

01  d1-doctor-line.
    05  filler				pic x(7)	value "DOCTOR ".
    05  d1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  d1-doc-name			pic x(25).

01  l1-detail-line.
    05  l1-clinic-nbr			pic 99.
    05  filler				pic x		value "-".
    05  l1-req-nbr			pic 9(6).
    05  filler				pic x		value space.
    05  l1-requester			pic x(30).
    05  filler				pic x		value space.
    05  l1-their-ref			pic x(20).
    05  filler				pic x		value space.
    05  l1-patient			pic x(25).
    05  filler				pic x		value space.
    05  l1-req-type			pic x(4).
    05  filler				pic x		value space.
    05  l1-date-received		pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-date-due			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-fee				pic zz,zz9.99.
    05  filler				pic x		value space.
    05  l1-days				pic zzzz9.

01  t1-total-line.
    05  filler				pic x(10)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzz9.
    05  filler				pic x(2)	value spaces.
    05  t1-fee				pic z,zzz,zz9.99.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-req-file section.
    use after standard error procedure on third-party-req.
err-third-party-req.
    move status-cobol-third-party-req	to common-status-file.
    display "error in accessing third-party request register - status "
	    common-status-file.
    stop "error in accessing third-party request register".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    move 1				to	ws-section.
    perform ba0-list-section		thru ba0-99-exit.

    move 2				to	ws-section.
    perform ba0-list-section		thru ba0-99-exit.

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move sys-date-long			to	sel-run-date.
    perform ap0-read-parm		thru	ap0-99-exit.

    move sel-run-date			to	ws-work-date-r.
    perform xd0-day-nbr			thru	xd0-99-exit.
    move ws-day-nbr			to	ws-run-day-nbr.

    open input third-party-req.
    open input pat-mstr.
    open input doc-mstr.
    open input client-mstr.

    move sel-run-date			to	h1-run-date.

    open output tpr-rpt-file.

    move "r160"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r160-parm-file.
    if status-r160-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r160-parm-file
	at end
	    close r160-parm-file
	    go to ap0-99-exit.

    close r160-parm-file.

    if r160-parm-run-date not numeric
    then
	go to ap0-99-exit.
*   endif

    move r160-parm-run-date		to	ws-work-date-r.
    if   ws-work-mm < 1
      or ws-work-mm > 12
      or ws-work-dd < 1
      or ws-work-dd > 31
    then
	display "r160 - parm run date not valid, today used "
		r160-parm-run-date
	go to ap0-99-exit.
*   endif

    move r160-parm-run-date		to	sel-run-date.

ap0-99-exit.
    exit.
ba0-list-section.

*	(one pass of the register in doctor / due date order for the
*	 section - the section starts a new page)
    move zero				to	st-count
						st-fee
						dt-count
						dt-fee.
    move spaces				to	ws-prev-doc-nbr.
    move "N"				to	eof-third-party-req.

    move section-title (ws-section)	to	h2-section-title.
    if page-nbr not = zero
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif
    move h2-section-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move h3-detail-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move low-values			to	tpr-doc-key.
    start third-party-req key is greater than or equal to tpr-doc-key
	invalid key
	    move "Y"			to	eof-third-party-req.

    perform bb0-read-request		thru	bb0-99-exit
	until eof-third-party-req = "Y".

    if ws-prev-doc-nbr not = spaces
    then
	perform bd0-doctor-total	thru	bd0-99-exit.
*   endif

    move spaces				to	t1-total-line.
    move "TOTAL"			to	t1-desc.
    move st-count			to	t1-count.
    move st-fee				to	t1-fee.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
bb0-read-request.

    read third-party-req next
	at end
	    move "Y"			to	eof-third-party-req
	    go to bb0-99-exit.

    add 1				to	ctr-req-reads.

*	(part 1 - open and past the due date; part 2 - completed and
*	 not billed)
    if ws-section = 1
    then
	if   not tpr-open
	  or tpr-date-due not < sel-run-date
	then
	    go to bb0-99-exit.
*	endif
*   endif

    if ws-section = 2
    then
	if not tpr-completed
	then
	    go to bb0-99-exit.
*	endif
*   endif

    if tpr-doc-nbr not = ws-prev-doc-nbr
    then
	if ws-prev-doc-nbr not = spaces
	then
	    perform bd0-doctor-total	thru	bd0-99-exit
	    perform bc0-doctor-head	thru	bc0-99-exit
	else
	    perform bc0-doctor-head	thru	bc0-99-exit.
*	endif
*   endif

    perform be0-print-request		thru	be0-99-exit.

bb0-99-exit.
    exit.
bc0-doctor-head.

    move tpr-doc-nbr			to	ws-prev-doc-nbr
						doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON FILE **"	to	doc-name.

    move spaces				to	d1-doctor-line.
    move "DOCTOR "			to	d1-doctor-line (1:7).
    move tpr-doc-nbr			to	d1-doc-nbr.
    move doc-name			to	d1-doc-name.
    move d1-doctor-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move zero				to	dt-count
						dt-fee.

bc0-99-exit.
    exit.
bd0-doctor-total.

    move spaces				to	t1-total-line.
    move "DOCTOR TOTAL"			to	t1-desc.
    move dt-count			to	t1-count.
    move dt-fee				to	t1-fee.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bd0-99-exit.
    exit.
be0-print-request.

    move spaces				to	l1-detail-line.
    move tpr-clinic-nbr			to	l1-clinic-nbr.
    move "-"				to	l1-detail-line (3:1).
    move tpr-req-nbr			to	l1-req-nbr.

*	(requester - the client's name off f072, or the one-time
*	 payor's name off the request)
    if tpr-requester-client
    then
	move tpr-client-id		to	client-id of client-mstr-rec
	read client-mstr
	    invalid key
		move "** NOT ON FILE **"
					to	client-desc
	end-read
	move client-desc		to	l1-requester
    else
	move tpr-payor-name		to	l1-requester.
*   endif

    move tpr-their-ref			to	l1-their-ref.

    move tpr-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move "** NOT ON FILE **"	to	pat-surname
	    move spaces			to	pat-given-name.
    string pat-surname		delimited by "  "
	   " "			delimited by size
	   pat-given-name	delimited by "  "
	into l1-patient.

    move tpr-req-type			to	l1-req-type.
    move tpr-date-received		to	l1-date-received.
    move tpr-fee			to	l1-fee.

    if ws-section = 1
    then
	move tpr-date-due		to	l1-date-due
	move tpr-date-due		to	ws-work-date-r
	perform xd0-day-nbr		thru	xd0-99-exit
	compute ws-days-overdue = ws-run-day-nbr - ws-day-nbr
	move ws-days-overdue		to	l1-days
	add 1				to	ctr-overdue
    else
	move tpr-date-completed		to	l1-date-due
	add 1				to	ctr-unbilled.
*   endif

    move l1-detail-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	dt-count
						st-count.
    add tpr-fee				to	dt-fee
						st-fee.

be0-99-exit.
    exit.
az0-end-of-job.

    move "r160"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-overdue			to	elp-count.
    move "OVERDUE REQUESTS"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close third-party-req.
    close pat-mstr.
    close doc-mstr.
    close client-mstr.
    close tpr-rpt-file.

    display "r160 - requests read              " ctr-req-reads.
    display "r160 - open requests past due     " ctr-overdue.
    display "r160 - completed, not billed      " ctr-unbilled.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write tpr-rpt-record		from	h1-tpr-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write tpr-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xd0-day-nbr.

*	(a running day number for ws-work-date - the difference of
*	 two is the days between them)
    compute ws-day-nbr = ws-work-yy * 365
		       + (ws-work-yy - 1) / 4
		       + month-start (ws-work-mm)
		       + ws-work-dd.

    if ws-work-mm > 2
    then
	divide ws-work-yy by 4 giving ws-leap-quot
	    remainder ws-leap-rem
	if ws-leap-rem = zero
	then
	    add 1			to	ws-day-nbr.
*	endif
*   endif

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
