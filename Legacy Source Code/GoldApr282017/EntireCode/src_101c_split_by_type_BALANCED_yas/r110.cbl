identification division.
program-id. r110.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f030 - locations master
*			: f149 - facility cross-reference
*			: f148 - moh facility master
*			: rr110 - location facility exceptions (printer)
*
*   program purpose : location facility exceptions.  every f030
*			location is followed to its MOH facility
*			number - its own f149 link, else the link on
*			its hospital code - and listed where there is
*			no number, the number is not on the MOH file,
*			the facility's end date has passed, the
*			ministry has dropped it, or the last u157
*			load changed it.  hospital codes linked on
*			f149 are then listed on the same tests.  run
*			after each u157 load; fix the links with m130.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f030_locations_mstr.slr".
*
    copy "f149_facility_xref.slr".
*
    copy "f148_moh_facility.slr".
*
    select fac-exc-rpt-file
	assign to printer print-file-name
	file status is status-fac-exc-rpt.
*
data division.
file section.
*
    copy "f030_locations_mstr.fd".
*
    copy "f149_facility_xref.fd".
*
    copy "f148_moh_facility.fd".
*
fd  fac-exc-rpt-file
    record contains 132 characters.

01  fac-exc-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr110".
77  status-fac-exc-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-loc-mstr		pic xx	value zero.
77  status-cobol-fac-xref		pic xx	value zero.
77  status-cobol-moh-facility		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  ws-xref-found			pic x	value "N".
77  ws-fac-found			pic x	value "N".

*	(the day of the latest u157 load - changes made on it are
*	 "changed since the last load")
01  ws-last-load-date			pic 9(8)	value zero.

01  ws-via				pic x(8)	value spaces.
01  ws-exception			pic x(30)	value spaces.

01  counters.
    05  ctr-loc-reads			pic 9(7)	value zero.
    05  ctr-hosp-reads			pic 9(7)	value zero.
    05  ctr-no-facility			pic 9(7)	value zero.
    05  ctr-not-on-file			pic 9(7)	value zero.
    05  ctr-expired			pic 9(7)	value zero.
    05  ctr-dropped			pic 9(7)	value zero.
    05  ctr-changed			pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.
77  ws-section-lines			pic 9(5)	value zero.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r110".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"LOCATION FACILITY EXCEPTIONS".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-load-head.
    05  filler				pic x(20)	value
		"LAST MOH LIST LOAD ".
    05  h2-last-load			pic 9999/99/99.

01  h3-section-head.
    05  h3-section-desc			pic x(60).

01  h4-col-head.
    05  filler				pic x(6)	value "CODE".
    05  filler				pic x(32)	value "NAME".
    05  filler				pic x(6)	value "HOSP".
    05  filler				pic x(10)	value "VIA".
    05  filler				pic x(6)	value "FAC".
    05  filler				pic x(32)	value "FACILITY".
    05  filler				pic x(12)	value "EFF TO".
    05  filler				pic x(28)	value "EXCEPTION".

01  l1-exc-line.
    05  l1-code				pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-name				pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-hosp-nbr			pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-via				pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-fac-nbr			pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-fac-name			pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-eff-to			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l1-exception			pic x(30).

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(30)	value
		"*** NONE ***".

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r110".
    05  line 01 col 15 value "Location Facility Exceptions".

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 49 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "locations read".
    05  line 10 col 60  pic z(6)9 using ctr-loc-reads.
    05  line 11 col 20  value "hospital codes read".
    05  line 11 col 60  pic z(6)9 using ctr-hosp-reads.
    05  line 12 col 20  value "no facility number".
    05  line 12 col 60  pic z(6)9 using ctr-no-facility.
    05  line 13 col 20  value "facility not on MOH file".
    05  line 13 col 60  pic z(6)9 using ctr-not-on-file.
    05  line 14 col 20  value "facility expired".
    05  line 14 col 60  pic z(6)9 using ctr-expired.
    05  line 15 col 20  value "facility dropped from the list".
    05  line 15 col 60  pic z(6)9 using ctr-dropped.
    05  line 16 col 20  value "facility changed at last load".
    05  line 16 col 60  pic z(6)9 using ctr-changed.
    05  line 21 col 20	value "program r110 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

err-loc-mstr-file section.
    use after standard error procedure on loc-mstr.
err-loc-mstr.
    move status-cobol-loc-mstr		to common-status-file.
    display "error in accessing locations master - status "
	    common-status-file.
    stop "error in accessing locations master".

err-fac-xref-file section.
    use after standard error procedure on fac-xref.
err-fac-xref.
    move status-cobol-fac-xref		to common-status-file.
    display "error in accessing facility cross-reference - status "
	    common-status-file.
    stop "error in accessing facility cross-reference".

err-moh-facility-file section.
    use after standard error procedure on moh-facility.
err-moh-facility.
    move status-cobol-moh-facility	to common-status-file.
    display "error in accessing moh facility master - status "
	    common-status-file.
    stop "error in accessing moh facility master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-last-load		thru ba0-99-exit.
    perform ca0-locations		thru ca0-99-exit.
    perform da0-hospitals		thru da0-99-exit.
    perform ea0-totals			thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    display scr-title.
    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

    open input loc-mstr.
    open input fac-xref.
    open input moh-facility.
    open output fac-exc-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

aa0-99-exit.
    exit.
ba0-last-load.

    move low-values			to	fac-nbr.
    start moh-facility key is greater than or equal to fac-nbr
	invalid key
	    go to ba0-90-head.

ba0-10-read.

    read moh-facility next
	at end
	    go to ba0-90-head.

    if fac-last-loaded > ws-last-load-date
    then
	move fac-last-loaded		to	ws-last-load-date.
*   endif

    go to ba0-10-read.

ba0-90-head.

    move ws-last-load-date		to	h2-last-load.
    perform xa0-print-hdr		thru	xa0-99-exit.

ba0-99-exit.
    exit.
ca0-locations.

    move "LOCATIONS"			to	h3-section-desc.
    perform xc0-section-hdr		thru	xc0-99-exit.

    move low-values			to	loc-nbr.
    start loc-mstr key is greater than or equal to loc-mstr-key
	invalid key
	    go to ca0-90-none.

ca0-10-read.

    read loc-mstr next
	at end
	    go to ca0-90-none.

    add 1				to	ctr-loc-reads.

    move spaces				to	l1-exc-line.
    move loc-nbr			to	l1-code.
    move loc-name			to	l1-name.
    move loc-hosp-nbr			to	l1-hosp-nbr.

*	(the location's own link, else its hospital code's)
    move "LOCATION"			to	ws-via.
    move "L"				to	fx-ref-type.
    move loc-nbr			to	fx-ref-code.
    move "Y"				to	ws-xref-found.
    read fac-xref
	invalid key
	    move "N"			to	ws-xref-found.

    if   ws-xref-found = "N"
     and loc-hosp-nbr not = spaces
     and loc-hosp-nbr not = "0000"
    then
	move "HOSPITAL"			to	ws-via
	move "H"			to	fx-ref-type
	move loc-hosp-nbr		to	fx-ref-code
	move "Y"			to	ws-xref-found
	read fac-xref
	    invalid key
		move "N"		to	ws-xref-found.
*   endif

    if ws-xref-found = "N"
    then
	move spaces			to	ws-via
	move "N"			to	ws-fac-found
	move "NO FACILITY NUMBER"	to	ws-exception
	add 1				to	ctr-no-facility
	perform xd0-print-exception	thru	xd0-99-exit
	go to ca0-10-read.
*   endif

    perform cb0-test-facility		thru	cb0-99-exit.

    go to ca0-10-read.

ca0-90-none.

    if ws-section-lines = zero
    then
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ca0-99-exit.
    exit.
cb0-test-facility.

*	(the facility the link names - is it still good)
    move spaces				to	ws-exception.
    move fx-fac-nbr			to	fac-nbr.
    move "Y"				to	ws-fac-found.
    read moh-facility
	invalid key
	    move "N"			to	ws-fac-found.

    if ws-fac-found = "N"
    then
	move "NOT ON MOH FACILITY FILE"	to	ws-exception
	add 1				to	ctr-not-on-file
	perform xd0-print-exception	thru	xd0-99-exit
	go to cb0-99-exit.
*   endif

    if fac-dropped
    then
	move "DROPPED FROM MOH LIST"	to	ws-exception
	add 1				to	ctr-dropped
	perform xd0-print-exception	thru	xd0-99-exit
	go to cb0-99-exit.
*   endif

    if   fac-eff-to not = zero
     and fac-eff-to < sys-date-long-r
    then
	move "EXPIRED"			to	ws-exception
	add 1				to	ctr-expired
	perform xd0-print-exception	thru	xd0-99-exit
	go to cb0-99-exit.
*   endif

    if   ws-last-load-date not = zero
     and fac-last-changed not < ws-last-load-date
    then
	move fac-change-desc		to	ws-exception
	add 1				to	ctr-changed
	perform xd0-print-exception	thru	xd0-99-exit.
*   endif

cb0-99-exit.
    exit.
da0-hospitals.

    move "HOSPITAL CODES"		to	h3-section-desc.
    perform xc0-section-hdr		thru	xc0-99-exit.

    move "H"				to	fx-ref-type.
    move low-values			to	fx-ref-code.
    start fac-xref key is greater than or equal to fx-key
	invalid key
	    go to da0-90-none.

da0-10-read.

    read fac-xref next
	at end
	    go to da0-90-none.

    if not fx-hospital
    then
	go to da0-90-none.
*   endif

    add 1				to	ctr-hosp-reads.

    move spaces				to	l1-exc-line.
    move fx-ref-code			to	l1-code
						l1-hosp-nbr.
    move "HOSPITAL"			to	ws-via.
    move "Y"				to	ws-xref-found.

    perform cb0-test-facility		thru	cb0-99-exit.

    go to da0-10-read.

da0-90-none.

    if ws-section-lines = zero
    then
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

da0-99-exit.
    exit.
ea0-totals.

    move 2				to	nbr-lines-to-adv.
    move "LOCATIONS READ"		to	t1-desc.
    move ctr-loc-reads			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "HOSPITAL CODES READ"		to	t1-desc.
    move ctr-hosp-reads			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "NO FACILITY NUMBER"		to	t1-desc.
    move ctr-no-facility		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "NOT ON MOH FACILITY FILE"	to	t1-desc.
    move ctr-not-on-file		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EXPIRED"			to	t1-desc.
    move ctr-expired			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DROPPED FROM MOH LIST"	to	t1-desc.
    move ctr-dropped			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CHANGED AT LAST LOAD"		to	t1-desc.
    move ctr-changed			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
az0-end-of-job.

    close loc-mstr.
    close fac-xref.
    close moh-facility.
    close fac-exc-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write fac-exc-rpt-record		from	h1-rpt-head after advancing page.
    write fac-exc-rpt-record		from	h2-load-head after advancing 1 line.
    move 2				to	nbr-lines-to-adv.
    move 2				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit
	write fac-exc-rpt-record	from	h4-col-head after advancing 2 lines
	add 2				to	nbr-lines-this-page.
*   endif

    write fac-exc-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-section-hdr.

    move zero				to	ws-section-lines.
    move 2				to	nbr-lines-to-adv.
    move h3-section-desc		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move h4-col-head			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.
xd0-print-exception.

    move ws-via				to	l1-via.
    move fx-fac-nbr			to	l1-fac-nbr.
    if ws-xref-found = "N"
    then
	move spaces			to	l1-fac-nbr.
*   endif
    move zero				to	l1-eff-to.
    if ws-fac-found = "Y"
    then
	move fac-name			to	l1-fac-name
	move fac-eff-to			to	l1-eff-to.
*   endif
    move ws-exception			to	l1-exception.
    move l1-exc-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ws-section-lines.

xd0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
