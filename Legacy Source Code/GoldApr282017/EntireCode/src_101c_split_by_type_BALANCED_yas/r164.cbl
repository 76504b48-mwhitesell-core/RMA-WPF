identification division.
program-id. r164.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f163 - outbound transmission register
*			: r164_parm - run date (today unless given)
*			: rr164 - outbound transmission exceptions
*			  (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : the morning outbound transmission report
*			off the f163 register.  the first part lists
*			every file produced and still waiting to go
*			(never marked transmitted in m137), with the
*			days it has waited; the second every file
*			sent that the receiver has never
*			acknowledged, with the days since it went;
*			the third every supervisor override of the
*			last seven days - a file sent a second time,
*			or withdrawn - with who allowed it and why.
*			each part is totalled, files and dollars.
*			run every night late in the u102 nightly
*			set, just ahead of the morning exception
*			print, so it is on the printer in the
*			morning.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f163_outbound_reg.slr".
*
    select r164-parm-file
	assign to disk "$pb_data/r164_parm"
	organization is sequential
	file status is status-r164-parm.
*
    select xmit-rpt-file
	assign to printer print-file-name
	file status is status-xmit-rpt.
*
data division.
file section.
*
    copy "f163_outbound_reg.fd".
*
fd  r164-parm-file
    record contains 80 characters.

*	(a run date, yyyymmdd, to report as at)
01  r164-parm-rec.
    05  r164-parm-run-date		pic 9(8).
    05  filler				pic x(72).

fd  xmit-rpt-file
    record contains 132 characters.

01  xmit-rpt-record			pic x(132).

working-storage section.

77  print-file-name			pic x(5)
		value "rr164".
77  status-xmit-rpt			pic xx	value zero.
77  status-r164-parm			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-outbound-reg		pic xx	value zero.

77  sel-run-date			pic 9(8)	value zero.
77  eof-outbound-reg			pic x		value "N".
77  ws-section				pic 9		value zero.
77  ws-days				pic s9(5)	value zero.
77  ws-day-nbr				pic 9(7)	value zero.
77  ws-run-day-nbr			pic 9(7)	value zero.
77  ws-leap-quot			pic 9(4)	value zero.
77  ws-leap-rem				pic 9(4)	value zero.
77  ws-override-days			pic 9(3)	value 7.

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
		"FILES PRODUCED - NEVER TRANSMITTED".
    05  filler				pic x(40)	value
		"FILES TRANSMITTED - NEVER ACKNOWLEDGED".
    05  filler				pic x(40)	value
		"SUPERVISOR OVERRIDES - LAST 7 DAYS".
01  section-titles-r redefines section-titles.
    05  section-title			pic x(40)	occurs 3 times.

01  status-descs.
    05  filler				pic x(24)	value
		"PRODUCED - NOT SENT".
    05  filler				pic x(24)	value
		"SENT - NOT ACKNOWLEDGED".
    05  filler				pic x(24)	value
		"ACKNOWLEDGED".
    05  filler				pic x(24)	value
		"REPLACED BY A LATER RUN".
    05  filler				pic x(24)	value
		"WITHDRAWN".
01  status-descs-r redefines status-descs.
    05  status-desc			pic x(24)	occurs 5 times.

01  status-codes			pic x(5)	value "PTASW".
01  status-codes-r redefines status-codes.
    05  status-code			pic x		occurs 5 times.

77  ss-status				pic 9(3) comp	value zero.

01  section-totals.
    05  st-count			pic 9(5)	value zero.
    05  st-dollars			pic s9(13)v99	value zero.

01  counters.
    05  ctr-outbound-reads		pic 9(7)	value zero.
    05  ctr-not-sent			pic 9(5)	value zero.
    05  ctr-not-acked			pic 9(5)	value zero.
    05  ctr-overrides			pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-xmit-head.
    05  filler				pic x(6)	value "r164".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(34)	value
		"OUTBOUND TRANSMISSION EXCEPTIONS".
    05  filler				pic x(7)	value "AS AT ".
    05  h1-run-date			pic 9999/99/99.
    05  filler				pic x(47)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-section-head.
    05  h2-section-title		pic x(40).

01  h3-detail-head.
    05  filler				pic x(6)	value
		"TYPE".
    05  filler				pic x(9)	value
		"PROGRAM".
    05  filler				pic x(20)	value
		"PRODUCED".
    05  filler				pic x(31)	value
		"FILE".
    05  filler				pic x(8)	value
		"RECORDS".
    05  filler				pic x(19)	value
		"     CONTROL TOTAL".
    05  filler				pic x(20)	value
		"SENT       BY".
    05  filler				pic x(3)	value
		"TMS".
    05  filler				pic x(5)	value
		" DAYS".

01  h4-override-head.
    05  filler				pic x(6)	value
		"TYPE".
    05  filler				pic x(9)	value
		"PROGRAM".
    05  filler				pic x(21)	value
		"PRODUCED".
    05  filler				pic x(25)	value
		"STATUS NOW".
    05  filler				pic x(9)	value
		"SUPER".
    05  filler				pic x(11)	value
		"ON".
    05  filler				pic x(30)	value
		"REASON".

01  l1-detail-line.
    05  l1-file-type			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  l1-pgm				pic x(8).
    05  filler				pic x		value space.
    05  l1-prod-date			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-prod-time			pic 99/99/99.
    05  filler				pic x		value space.
    05  l1-file-name			pic x(30).
    05  filler				pic x		value space.
    05  l1-rec-count			pic z(6)9.
    05  filler				pic x		value space.
    05  l1-dollars			pic z,zzz,zzz,zz9.99-.
    05  filler				pic x(2)	value spaces.
    05  l1-xmit-date			pic 9999/99/99.
    05  filler				pic x		value space.
    05  l1-xmit-user			pic x(8).
    05  filler				pic x		value space.
    05  l1-xmit-count			pic z9.
    05  filler				pic x		value space.
    05  l1-days				pic zzzz9.

01  o1-override-line.
    05  o1-file-type			pic x(4).
    05  filler				pic x(2)	value spaces.
    05  o1-pgm				pic x(8).
    05  filler				pic x		value space.
    05  o1-prod-date			pic 9999/99/99.
    05  filler				pic x		value space.
    05  o1-prod-time			pic 99/99/99.
    05  filler				pic x(2)	value spaces.
    05  o1-status			pic x(24).
    05  filler				pic x		value space.
    05  o1-sup-user			pic x(8).
    05  filler				pic x		value space.
    05  o1-sup-date			pic 9999/99/99.
    05  filler				pic x		value space.
    05  o1-sup-reason			pic x(30).

01  t1-total-line.
    05  filler				pic x(10)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzz9.
    05  filler				pic x(2)	value spaces.
    05  t1-dollars			pic z,zzz,zzz,zzz,zz9.99-.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-outbound-file section.
    use after standard error procedure on outbound-reg.
err-outbound-reg.
    move status-cobol-outbound-reg	to common-status-file.
    display "error in accessing outbound transmission register - status "
	    common-status-file.
    stop "error in accessing outbound transmission register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    move 1				to	ws-section.
    perform ba0-list-section		thru ba0-99-exit.

    move 2				to	ws-section.
    perform ba0-list-section		thru ba0-99-exit.

    move 3				to	ws-section.
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

    open input outbound-reg.

    move sel-run-date			to	h1-run-date.

    open output xmit-rpt-file.

    move "r164"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

    open input r164-parm-file.
    if status-r164-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r164-parm-file
	at end
	    close r164-parm-file
	    go to ap0-99-exit.

    close r164-parm-file.

    if r164-parm-run-date not numeric
    then
	go to ap0-99-exit.
*   endif

    move r164-parm-run-date		to	ws-work-date-r.
    if   ws-work-mm < 1
      or ws-work-mm > 12
      or ws-work-dd < 1
      or ws-work-dd > 31
    then
	display "r164 - parm run date not valid, today used "
		r164-parm-run-date
	go to ap0-99-exit.
*   endif

    move r164-parm-run-date		to	sel-run-date.

ap0-99-exit.
    exit.
ba0-list-section.

*	(one pass of the register in file type / produced order for
*	 the section - the section starts a new page)
    move zero				to	st-count
						st-dollars.
    move "N"				to	eof-outbound-reg.

    move section-title (ws-section)	to	h2-section-title.
    if page-nbr not = zero
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif
    move h2-section-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    if ws-section = 3
    then
	move h4-override-head		to	print-line
    else
	move h3-detail-head		to	print-line.
*   endif
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move low-values			to	obr-key.
    start outbound-reg key is greater than or equal to obr-key
	invalid key
	    move "Y"			to	eof-outbound-reg.

    perform bb0-read-register		thru bb0-99-exit
	until eof-outbound-reg = "Y".

    move spaces				to	t1-total-line.
    move "TOTAL"			to	t1-desc.
    move st-count			to	t1-count.
    if ws-section not = 3
    then
	move st-dollars			to	t1-dollars.
*   endif
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
bb0-read-register.

    read outbound-reg next
	at end
	    move "Y"			to	eof-outbound-reg
	    go to bb0-99-exit.

    add 1				to	ctr-outbound-reads.

*	(nothing produced after the run date is reported on)
    if obr-prod-date > sel-run-date
    then
	go to bb0-99-exit.
*   endif

    if ws-section = 1
    then
	if not obr-produced
	then
	    go to bb0-99-exit.
*	endif
*   endif

    if ws-section = 2
    then
	if not obr-transmitted
	then
	    go to bb0-99-exit.
*	endif
*   endif

    if ws-section = 3
    then
	perform bd0-print-override	thru	bd0-99-exit
    else
	perform bc0-print-file		thru	bc0-99-exit.
*   endif

bb0-99-exit.
    exit.
bc0-print-file.

    move spaces				to	l1-detail-line.
    move obr-file-type			to	l1-file-type.
    move obr-pgm			to	l1-pgm.
    move obr-prod-date			to	l1-prod-date.
    move obr-prod-time (1:6)		to	l1-prod-time.
    move obr-file-name			to	l1-file-name.
    move obr-rec-count			to	l1-rec-count.
    move obr-dollar-total		to	l1-dollars.

*	(part 1 - days waiting since produced; part 2 - days since
*	 it was last sent)
    if ws-section = 1
    then
	move obr-prod-date		to	ws-work-date-r
	add 1				to	ctr-not-sent
    else
	move obr-xmit-date		to	l1-xmit-date
	move obr-xmit-user		to	l1-xmit-user
	move obr-xmit-count		to	l1-xmit-count
	move obr-xmit-date		to	ws-work-date-r
	add 1				to	ctr-not-acked.
*   endif

    perform xd0-day-nbr			thru	xd0-99-exit.
    compute ws-days = ws-run-day-nbr - ws-day-nbr.
    move ws-days			to	l1-days.

    move l1-detail-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	st-count.
    add obr-dollar-total		to	st-dollars.

bc0-99-exit.
    exit.
bd0-print-override.

    if   obr-sup-date = zero
      or obr-sup-date > sel-run-date
    then
	go to bd0-99-exit.
*   endif

    move obr-sup-date			to	ws-work-date-r.
    perform xd0-day-nbr			thru	xd0-99-exit.
    compute ws-days = ws-run-day-nbr - ws-day-nbr.
    if ws-days > ws-override-days
    then
	go to bd0-99-exit.
*   endif

    move spaces				to	o1-override-line.
    move obr-file-type			to	o1-file-type.
    move obr-pgm			to	o1-pgm.
    move obr-prod-date			to	o1-prod-date.
    move obr-prod-time (1:6)		to	o1-prod-time.

    move "UNKNOWN"			to	o1-status.
    perform be0-status-desc		thru	be0-99-exit
	varying ss-status from 1 by 1
	until   ss-status > 5.

    move obr-sup-user			to	o1-sup-user.
    move obr-sup-date			to	o1-sup-date.
    move obr-sup-reason			to	o1-sup-reason.

    move o1-override-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	st-count
						ctr-overrides.

bd0-99-exit.
    exit.
be0-status-desc.

    if obr-status = status-code (ss-status)
    then
	move status-desc (ss-status)	to	o1-status.
*   endif

be0-99-exit.
    exit.
az0-end-of-job.

    move "r164"				to	elp-pgm.
    move "END"				to	elp-type.
    compute elp-count = ctr-not-sent + ctr-not-acked.
    move "FILES NOT SENT OR NOT ACKNOWLEDGED"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close outbound-reg.
    close xmit-rpt-file.

    display "r164 - register entries read      " ctr-outbound-reads.
    display "r164 - produced, never sent       " ctr-not-sent.
    display "r164 - sent, never acknowledged   " ctr-not-acked.
    display "r164 - supervisor overrides       " ctr-overrides.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write xmit-rpt-record		from	h1-xmit-head after advancing page.
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

    write xmit-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
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
