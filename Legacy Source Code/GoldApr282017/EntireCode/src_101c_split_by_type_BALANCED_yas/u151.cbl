identification division.
program-id. u151.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: u151 request list - MOH billing review
*			  requests as received
*			: f131 - MOH billing review (audit) package register
*			: f020 - doctor master (doctor check)
*			: f002 - claims master (claim check)
*			: ru151 - request load report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : MOH billing review request load.  MOH's
*			list of the claims it wants to see is loaded
*			to the package register instead of being
*			keyed in m121.  each "H" record on the list
*			opens a package under the next package
*			number; the "C" records after it are the
*			claims.  a request whose MOH reference is
*			already on the register was loaded before
*			and is skipped, as is one for a doctor not
*			on the doctor master.  a claim that is not
*			on file, was billed under another doctor or
*			is past the fifty a package holds is left
*			off and listed.  r102 then produces the
*			packages.
*
*			  request list record layouts -
*			  "H" moh reference x(15), doctor x(3),
*			      request date 9(8), due date 9(8)
*			  "C" claim id (batch nbr + claim nbr) x(11)
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select request-list
	assign to disk "$pb_data/u151_request_list"
	organization is line sequential
	file status is status-request-list.
*
    copy "f131_audit_package.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    select load-rpt-file
	assign to printer print-file-name
	file status is status-load-rpt.
*
data division.
file section.
*
fd  request-list
    record contains 80 characters.

01  request-list-rec.
    05  rql-rec-type			pic x.
    05  rql-rec-data			pic x(79).
01  rql-header-rec redefines request-list-rec.
    05  filler				pic x.
    05  rql-moh-ref			pic x(15).
    05  rql-doc-nbr			pic x(3).
    05  rql-request-date		pic x(8).
    05  rql-due-date			pic x(8).
    05  filler				pic x(45).
01  rql-claim-rec redefines request-list-rec.
    05  filler				pic x.
    05  rql-claim-id			pic x(11).
    05  filler				pic x(68).
*
    copy "f131_audit_package.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
fd  load-rpt-file
    record contains 132 characters.

01  load-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru151".
77  status-load-rpt			pic xx	value zero.
77  status-request-list			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-audit-package		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.

77  eof-request-list			pic x	value "N".
77  eof-audit-package			pic x	value "N".

*	(the package being built - "Y" building, "X" skipped, and its
*	 claims with it, "N" none open)
77  pkg-open				pic x	value "N".
77  ws-last-package-nbr			pic 9(6)	value zero.
77  ws-reason				pic x(40)	value spaces.

*   the MOH references already on the register - a list loaded
*   twice must not make two packages

01  moh-ref-table.
    05  mrt-moh-ref			pic x(15)	occurs 2000 times.
77  mrt-used				pic 9(4)	comp	value zero.
77  ss-mrt				pic 9(4)	comp	value zero.
77  ws-ref-found			pic x	value "N".

01  counters.
    05  ctr-list-reads			pic 9(7)	value zero.
    05  ctr-packages-added		pic 9(7)	value zero.
    05  ctr-packages-skipped		pic 9(7)	value zero.
    05  ctr-claims-loaded		pic 9(7)	value zero.
    05  ctr-claims-left-off		pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-load-head.
    05  filler				pic x(6)	value "u151".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"MOH BILLING REVIEW REQUEST LOAD".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-column-head.
    05  filler				pic x(9)	value "PACKAGE".
    05  filler				pic x(17)	value
		"MOH REFERENCE".
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(12)	value
		"REQUESTED".
    05  filler				pic x(12)	value "DUE".
    05  filler				pic x(40)	value
		"CLAIMS / REMARKS".

01  l1-package-line.
    05  l1-package-nbr			pic x(6).
    05  filler				pic x(3)	value spaces.
    05  l1-moh-ref			pic x(15).
    05  filler				pic x(2)	value spaces.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(2)	value spaces.
    05  l1-request-date			pic x(8).
    05  filler				pic x(4)	value spaces.
    05  l1-due-date			pic x(8).
    05  filler				pic x(4)	value spaces.
    05  l1-remarks			pic x(60).

01  l2-claim-line.
    05  filler				pic x(9)	value spaces.
    05  filler				pic x(6)	value "CLAIM ".
    05  l2-claim-id			pic x(11).
    05  filler				pic x(2)	value spaces.
    05  l2-reason			pic x(40).

01  l3-claims-loaded-line.
    05  filler				pic x(9)	value spaces.
    05  l3-claim-count			pic zz9.
    05  filler				pic x(18)	value
		" CLAIMS LOADED".

01  l4-summary-line.
    05  l4-label			pic x(40).
    05  l4-count			pic zzz,zz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-audit-package-file section.
    use after standard error procedure on audit-package.
err-audit-package.
    move status-cobol-audit-package	to common-status-file.
    display "error in accessing audit package register - status "
	    common-status-file.
    stop "error in accessing audit package register".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-load-request		thru ab0-99-exit
	until eof-request-list = "Y".
    perform ae0-close-package		thru ae0-99-exit.
    perform ea0-summary			thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open i-o   audit-package.
    open input doc-mstr.
    open input claims-mstr.
    open output load-rpt-file.

    perform ap0-scan-register		thru	ap0-99-exit.

    move "u151"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

*	(no list - nothing to load)
    open input request-list.
    if status-request-list not = "00"
    then
	move "Y"			to	eof-request-list
	move "NO REQUEST LIST TO LOAD"	to	l1-remarks
	move l1-package-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

aa0-99-exit.
    exit.
ap0-scan-register.

*	(the highest package number and every MOH reference on file)
    move zero				to	ws-last-package-nbr
						mrt-used.
    move zero				to	apk-package-nbr.
    start audit-package key is greater than or equal to apk-package-nbr
	invalid key
	    go to ap0-99-exit.

ap0-10-read.

    read audit-package next
	at end
	    go to ap0-99-exit.

    move apk-package-nbr		to	ws-last-package-nbr.

    if   apk-moh-ref not = spaces
     and mrt-used < 2000
    then
	add 1				to	mrt-used
	move apk-moh-ref		to	mrt-moh-ref (mrt-used).
*   endif

    go to ap0-10-read.

ap0-99-exit.
    exit.
ab0-load-request.

    read request-list
	at end
	    move "Y"			to	eof-request-list
	    close request-list
	    go to ab0-99-exit.

    add 1				to	ctr-list-reads.

    if rql-rec-type = "H"
    then
	perform ae0-close-package	thru	ae0-99-exit
	perform ba0-open-package	thru	ba0-99-exit
	go to ab0-99-exit.
*   endif

    if rql-rec-type = "C"
    then
	perform ca0-add-claim		thru	ca0-99-exit.
*   endif

ab0-99-exit.
    exit.
ae0-close-package.

*	(file the package just built, if any claim made it on)
    if pkg-open not = "Y"
    then
	move "N"			to	pkg-open
	go to ae0-99-exit.
*   endif

    move "N"				to	pkg-open.

    if apk-claim-count = zero
    then
	add 1				to	ctr-packages-skipped
	subtract 1			from	ws-last-package-nbr
	move "NO CLAIMS LOADED - PACKAGE NOT OPENED"
					to	l2-reason
	move spaces			to	l2-claim-id
	move l2-claim-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ae0-99-exit.
*   endif

    move sys-date-long			to	apk-last-change-date.

    write audit-package-rec
	invalid key
	    display "u151 - package already on file " apk-package-nbr
	    go to ae0-99-exit.

    add 1				to	ctr-packages-added.

    if mrt-used < 2000
    then
	add 1				to	mrt-used
	move apk-moh-ref		to	mrt-moh-ref (mrt-used).
*   endif

    move apk-claim-count		to	l3-claim-count.
    move l3-claims-loaded-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ae0-99-exit.
    exit.
ba0-open-package.

    move rql-moh-ref			to	l1-moh-ref.
    move rql-doc-nbr			to	l1-doc-nbr.
    move rql-request-date		to	l1-request-date.
    move rql-due-date			to	l1-due-date.
    move spaces				to	l1-package-nbr
						l1-remarks.
    move "X"				to	pkg-open.

*	(a reference already on the register was loaded before)
    move "N"				to	ws-ref-found.
    if rql-moh-ref not = spaces
    then
	perform ba1-find-moh-ref	thru	ba1-99-exit
	    varying ss-mrt from 1 by 1
	    until   ss-mrt > mrt-used
		 or ws-ref-found = "Y".
*   endif

    if ws-ref-found = "Y"
    then
	add 1				to	ctr-packages-skipped
	move "ALREADY ON THE REGISTER - SKIPPED"
					to	l1-remarks
	go to ba0-90-print.
*   endif

    move rql-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    add 1			to	ctr-packages-skipped
	    move "DOCTOR NOT ON THE DOCTOR MASTER - SKIPPED"
					to	l1-remarks
	    go to ba0-90-print.

    add 1				to	ws-last-package-nbr.
    move ws-last-package-nbr		to	l1-package-nbr.
    move "Y"				to	pkg-open.

    move spaces				to	audit-package-rec.
    move ws-last-package-nbr		to	apk-package-nbr.
    move rql-moh-ref			to	apk-moh-ref.
    move rql-doc-nbr			to	apk-doc-nbr.
    move zero				to	apk-claim-count
						apk-produced-date
						apk-sent-date
						apk-outcome-date
						apk-recovery-amt.
    move "L"				to	apk-source.

    if rql-request-date numeric
    then
	move rql-request-date		to	apk-request-date
    else
	move sys-date-long		to	apk-request-date
	move apk-request-date		to	l1-request-date.
*   endif

    if rql-due-date numeric
    then
	move rql-due-date		to	apk-due-date
    else
	move zero			to	apk-due-date
	move spaces			to	l1-due-date.
*   endif

ba0-90-print.

    move l1-package-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ba0-99-exit.
    exit.
ba1-find-moh-ref.

    if mrt-moh-ref (ss-mrt) = rql-moh-ref
    then
	move "Y"			to	ws-ref-found.
*   endif

ba1-99-exit.
    exit.
ca0-add-claim.

    move spaces				to	ws-reason.

    if pkg-open = "N"
    then
	move "NO REQUEST HEADER AHEAD OF IT"
					to	ws-reason
	go to ca0-90-left-off.
*   endif

*	(the request it belongs to was skipped - so is the claim)
    if pkg-open = "X"
    then
	go to ca0-99-exit.
*   endif

    if apk-claim-count not < 50
    then
	move "PACKAGE FULL - KEY A SECOND REQUEST IN M121"
					to	ws-reason
	go to ca0-90-left-off.
*   endif

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move rql-claim-id			to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.
    read claims-mstr
	invalid key
	    move "NOT ON THE CLAIMS MASTER"
					to	ws-reason
	    go to ca0-90-left-off.

    move claims-mstr-rec		to	claim-header-rec.
    if clmhdr-batch-nbr-3-6 (2:3) not = apk-doc-nbr
    then
	move "BILLED UNDER A DIFFERENT DOCTOR"
					to	ws-reason
	go to ca0-90-left-off.
*   endif

    add 1				to	apk-claim-count
						ctr-claims-loaded.
    move rql-claim-id			to	apk-claim-id (apk-claim-count).
    go to ca0-99-exit.

ca0-90-left-off.

    add 1				to	ctr-claims-left-off.
    move rql-claim-id			to	l2-claim-id.
    move ws-reason			to	l2-reason.
    move l2-claim-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
ea0-summary.

    move "REQUEST LIST RECORDS READ"	to	l4-label.
    move ctr-list-reads			to	l4-count.
    move l4-summary-line		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PACKAGES OPENED"		to	l4-label.
    move ctr-packages-added		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "REQUESTS SKIPPED"		to	l4-label.
    move ctr-packages-skipped		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLAIMS LOADED"		to	l4-label.
    move ctr-claims-loaded		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLAIMS LEFT OFF"		to	l4-label.
    move ctr-claims-left-off		to	l4-count.
    move l4-summary-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
az0-end-of-job.

    move "u151"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-packages-added		to	elp-count.
    move "AUDIT PACKAGES LOADED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close audit-package.
    close doc-mstr.
    close claims-mstr.
    close load-rpt-file.

    display "u151 - request records read   " ctr-list-reads.
    display "u151 - packages opened        " ctr-packages-added.
    display "u151 - requests skipped       " ctr-packages-skipped.
    display "u151 - claims loaded          " ctr-claims-loaded.
    display "u151 - claims left off        " ctr-claims-left-off.

    stop run.

az0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write load-rpt-record		from	h1-load-head after advancing page.
    write load-rpt-record		from	h2-column-head after advancing 2 lines.
    move 3				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write load-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
