identification division.
program-id. r093.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f117 - insurer pre-authorization master
*			: f010 - patient master
*			: f072 - client master
*			: r093_parm - days ahead and units threshold
*			: rr093 - pre-authorization renewal report
*			  (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : weekly pre-authorization renewal report.
*			lists every active authorization on f117
*			that has expired, expires within the parm's
*			days ahead (default 30), or has no more than
*			the parm's units left (default 2), so the
*			clinic can ask the client for a renewal
*			before claims are refused.  the date a
*			renewal was asked for (m113) prints beside
*			it; an authorization no longer wanted is
*			cancelled through m113 and drops off.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f117_preauth.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    select r093-parm-file
	assign to disk "$pb_data/r093_parm"
	organization is sequential
	file status is status-r093-parm.
*
    select renewal-rpt-file
	assign to printer print-file-name
	file status is status-renewal-rpt.
*
data division.
file section.
*
    copy "f117_preauth.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
fd  r093-parm-file
    record contains 20 characters.

01  r093-parm-rec.
    05  r093-parm-days			pic 999.
    05  r093-parm-units			pic 9(4).
    05  filler				pic x(13).

fd  renewal-rpt-file
    record contains 132 characters.

01  renewal-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr093".
77  status-renewal-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-preauth		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-r093-parm			pic xx	value zero.

77  eof-preauth				pic x	value "N".

77  ws-days-ahead			pic 999		value 30.
77  ws-units-low			pic 9(4)	value 2.
77  ws-units-left			pic s9(4)	value zero.
77  ws-reason				pic x(14)	value spaces.

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-left			pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  counters.
    05  ctr-preauth-reads		pic 9(7)	value zero.
    05  ctr-listed			pic 9(5)	value zero.
    05  ctr-expired			pic 9(5)	value zero.
    05  ctr-expiring			pic 9(5)	value zero.
    05  ctr-no-units			pic 9(5)	value zero.
    05  ctr-low-units			pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-renewal-head.
    05  filler				pic x(6)	value "r093".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(38)	value
		"PRE-AUTHORIZATIONS DUE FOR RENEWAL".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-selection-head.
    05  filler				pic x(31)	value
		"ACTIVE AUTHORIZATIONS EXPIRING".
    05  filler				pic x(7)	value "WITHIN ".
    05  h2-days-ahead			pic zz9.
    05  filler				pic x(25)	value
		" DAYS OR WITH UNITS LEFT ".
    05  filler				pic x(11)	value
		"AT/BELOW ".
    05  h2-units-low			pic zzz9.

01  h3-column-head.
    05  filler				pic x(7)	value "CLIENT".
    05  filler				pic x(27)	value
		"PATIENT".
    05  filler				pic x(17)	value
		"AUTHORIZATION".
    05  filler				pic x(21)	value
		"SERVICES".
    05  filler				pic x(15)	value
		"APPR USED LEFT".
    05  filler				pic x(17)	value
		" EXPIRES   DAYS".
    05  filler				pic x(15)	value
		"REASON".
    05  filler				pic x(10)	value
		"RENEW ASKD".

01  l1-auth-line.
    05  l1-client-id			pic x(5).
    05  filler				pic xx		value spaces.
    05  l1-pat-name			pic x(25).
    05  filler				pic xx		value spaces.
    05  l1-auth-nbr			pic x(15).
    05  filler				pic xx		value spaces.
    05  l1-service-desc			pic x(20).
    05  filler				pic x		value spaces.
    05  l1-approved			pic zzz9.
    05  filler				pic x		value spaces.
    05  l1-used				pic zzz9.
    05  filler				pic x		value spaces.
    05  l1-left				pic zzz9-.
    05  filler				pic x		value spaces.
    05  l1-expiry			pic 9(8).
    05  l1-days-left			pic zzzzz9-.
    05  filler				pic x		value spaces.
    05  l1-reason			pic x(14).
    05  filler				pic x		value spaces.
    05  l1-renewal-req			pic 9(8).

01  l2-client-line.
    05  filler				pic x(7)	value spaces.
    05  l2-client-desc			pic x(30).
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(12)	value "PATIENT KEY ".
    05  l2-pat-key			pic x(16).

01  t1-total-line.
    05  t1-desc				pic x(30).
    05  t1-count			pic zzzz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-preauth-file section.
    use after standard error procedure on preauth-mstr.
err-preauth-mstr.
    move status-cobol-preauth		to common-status-file.
    display "error in accessing pre-authorization master - status "
	    common-status-file.
    stop "error in accessing pre-authorization master".

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display "error in accessing patient master - status "
	    common-status-file.
    stop "error in accessing patient master".

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
    perform ab0-processing		thru ab0-99-exit
	until eof-preauth = "Y".
    perform ba0-print-totals		thru ba0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    perform ap0-read-parm		thru	ap0-99-exit.

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-days-ahead			to	h2-days-ahead.
    move ws-units-low			to	h2-units-low.

    open input preauth-mstr.
    open input pat-mstr.
    open input client-mstr.
    open output renewal-rpt-file.

    move "r093"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move h2-selection-head		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move h3-column-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(days ahead in the first three bytes, units threshold in the
*	 next four - the defaults stand if the parm is absent)

    open input r093-parm-file.
    if status-r093-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read r093-parm-file
	at end
	    close r093-parm-file
	    go to ap0-99-exit.

    if   r093-parm-days numeric
     and r093-parm-days > zero
    then
	move r093-parm-days		to	ws-days-ahead.
*   endif

    if r093-parm-units numeric
    then
	move r093-parm-units		to	ws-units-low.
*   endif

    close r093-parm-file.

ap0-99-exit.
    exit.
ab0-processing.

    read preauth-mstr next
	at end
	    move "Y"			to	eof-preauth
	    go to ab0-99-exit.

    add 1				to	ctr-preauth-reads.

    if not auth-active
    then
	go to ab0-99-exit.
*   endif

    compute ws-units-left = auth-approved-units - auth-units-used.

    move zero				to	ws-days-left.
    if auth-expiry-date not = zero
    then
	move auth-expiry-date		to	ws-work-date-r
	compute ws-date-days =
	    (ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd
	subtract ws-today-days		from	ws-date-days
					giving	ws-days-left.
*   endif

*	(expiry is the harder stop, so it names the reason first)
    move spaces				to	ws-reason.

    if   auth-expiry-date not = zero
     and auth-expiry-date < sys-date-long
    then
	move "EXPIRED"			to	ws-reason
	add 1				to	ctr-expired
	go to ab0-50-print.
*   endif

    if   auth-expiry-date not = zero
     and ws-days-left not > ws-days-ahead
    then
	move "EXPIRING"			to	ws-reason
	add 1				to	ctr-expiring
	go to ab0-50-print.
*   endif

    if ws-units-left not > zero
    then
	move "NO UNITS LEFT"		to	ws-reason
	add 1				to	ctr-no-units
	go to ab0-50-print.
*   endif

    if ws-units-left not > ws-units-low
    then
	move "LOW UNITS"		to	ws-reason
	add 1				to	ctr-low-units
	go to ab0-50-print.
*   endif

    go to ab0-99-exit.

ab0-50-print.

    perform ac0-print-auth		thru	ac0-99-exit.

ab0-99-exit.
    exit.
ac0-print-auth.

    add 1				to	ctr-listed.

    move spaces				to	l1-auth-line.
    move auth-client-id			to	l1-client-id.

    move auth-pat-key			to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move "** NOT ON PATIENT MASTER **"
					to	l1-pat-name
	    go to ac0-10-client.

    string pat-surname			delimited by "  "
	   ", "				delimited by size
	   pat-given-name		delimited by "  "
	into l1-pat-name.

ac0-10-client.

    move spaces				to	l2-client-line.
    move auth-client-id			to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move "** NOT ON CLIENT MASTER **"
					to	client-desc of client-mstr-rec.

    move auth-nbr			to	l1-auth-nbr.
    move auth-service-desc		to	l1-service-desc.
    move auth-approved-units		to	l1-approved.
    move auth-units-used		to	l1-used.
    move ws-units-left			to	l1-left.
    move auth-expiry-date		to	l1-expiry.
    if auth-expiry-date not = zero
    then
	move ws-days-left		to	l1-days-left.
*   endif
    move ws-reason			to	l1-reason.
    move auth-renewal-req-date		to	l1-renewal-req.

    move l1-auth-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move client-desc of client-mstr-rec	to	l2-client-desc.
    move auth-pat-key			to	l2-pat-key.
    move l2-client-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move 2				to	nbr-lines-to-adv.

ac0-99-exit.
    exit.
ba0-print-totals.

    move spaces				to	t1-total-line.
    move "EXPIRED"			to	t1-desc.
    move ctr-expired			to	t1-count.
    move t1-total-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EXPIRING"			to	t1-desc.
    move ctr-expiring			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "NO UNITS LEFT"		to	t1-desc.
    move ctr-no-units			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LOW UNITS"			to	t1-desc.
    move ctr-low-units			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "AUTHORIZATIONS LISTED"	to	t1-desc.
    move ctr-listed			to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
az0-end-of-job.

    move "r093"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-listed			to	elp-count.
    move "PRE-AUTHORIZATIONS DUE FOR RENEWAL"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close preauth-mstr.
    close pat-mstr.
    close client-mstr.
    close renewal-rpt-file.

    display "r093 - authorizations read     " ctr-preauth-reads.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write renewal-rpt-record		from	h1-renewal-head after advancing page.
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

    write renewal-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
