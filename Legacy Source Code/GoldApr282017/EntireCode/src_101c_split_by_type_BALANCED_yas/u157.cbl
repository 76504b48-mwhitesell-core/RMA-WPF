identification division.
program-id. u157.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: moh_facility_list - the MOH published facility
*				      (master number) list
*			: f148 - moh facility master
*			: ru157 - facility list load (printer)
*
*   program purpose : loads the MOH published list of facility
*			(master) numbers onto f148.  a number new to
*			the file is added; one already there takes
*			the list's name, type and effective dates,
*			and what changed is noted on the record with
*			the load date.  a number on file that the
*			list no longer carries is kept but marked
*			dropped.  the load lists every number added,
*			changed or dropped; r110 then shows which of
*			our locations and hospital codes it touches.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select moh-fac-list
	assign to disk "$pb_data/moh_facility_list"
	organization is line sequential
	file status is status-moh-fac-list.
*
    copy "f148_moh_facility.slr".
*
    select fac-load-rpt-file
	assign to printer print-file-name
	file status is status-fac-load-rpt.
*
data division.
file section.
*
*	(one facility a line, as the ministry publishes it - dates
*	 yyyymmdd, the end date blank while the number stands)
fd  moh-fac-list
    record contains 62 characters.

01  moh-fac-list-rec.
    05  mfl-fac-nbr			pic x(4).
    05  mfl-fac-name			pic x(40).
    05  mfl-fac-type			pic xx.
    05  mfl-eff-from			pic x(8).
    05  mfl-eff-from-r redefines mfl-eff-from
					pic 9(8).
    05  mfl-eff-to			pic x(8).
    05  mfl-eff-to-r redefines mfl-eff-to
					pic 9(8).
*
    copy "f148_moh_facility.fd".
*
fd  fac-load-rpt-file
    record contains 132 characters.

01  fac-load-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru157".
77  status-fac-load-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-moh-fac-list			pic xx	value zero.
77  status-cobol-moh-facility		pic xx	value zero.

77  eof-moh-fac-list			pic x	value "N".
77  eof-moh-facility			pic x	value "N".

77  ws-continue				pic x	value spaces.
77  ws-on-file				pic x	value "N".

01  ws-eff-from				pic 9(8)	value zero.
01  ws-eff-to				pic 9(8)	value zero.
01  ws-change-desc			pic x(30)	value spaces.
77  ws-desc-ptr				pic 99	value 1.
01  ws-action				pic x(8)	value spaces.

01  counters.
    05  ctr-list-reads			pic 9(7)	value zero.
    05  ctr-list-rejected		pic 9(7)	value zero.
    05  ctr-fac-added			pic 9(7)	value zero.
    05  ctr-fac-changed			pic 9(7)	value zero.
    05  ctr-fac-unchanged		pic 9(7)	value zero.
    05  ctr-fac-dropped			pic 9(7)	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "u157".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"MOH FACILITY LIST LOAD".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-col-head.
    05  filler				pic x(10)	value "ACTION".
    05  filler				pic x(6)	value "FAC".
    05  filler				pic x(42)	value "NAME".
    05  filler				pic x(6)	value "TYPE".
    05  filler				pic x(12)	value "EFF FROM".
    05  filler				pic x(12)	value "EFF TO".
    05  filler				pic x(30)	value "CHANGED".

01  l1-fac-line.
    05  l1-action			pic x(8).
    05  filler				pic xx		value spaces.
    05  l1-fac-nbr			pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-fac-name			pic x(40).
    05  filler				pic xx		value spaces.
    05  l1-fac-type			pic xx.
    05  filler				pic x(4)	value spaces.
    05  l1-eff-from			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l1-eff-to			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l1-change-desc			pic x(30).

01  t1-total-line.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzz,zz9.

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "u157".
    05  line 01 col 15 value "MOH Facility List Load".

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 49 pic x using ws-continue auto required.

01  scr-no-list.
    05  line 12 col 20 value "no MOH facility list in - nothing loaded".

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "facilities on the list".
    05  line 10 col 60  pic z(6)9 using ctr-list-reads.
    05  line 11 col 20  value "lines with no facility number".
    05  line 11 col 60  pic z(6)9 using ctr-list-rejected.
    05  line 12 col 20  value "facilities added".
    05  line 12 col 60  pic z(6)9 using ctr-fac-added.
    05  line 13 col 20  value "facilities changed".
    05  line 13 col 60  pic z(6)9 using ctr-fac-changed.
    05  line 14 col 20  value "facilities dropped from the list".
    05  line 14 col 60  pic z(6)9 using ctr-fac-dropped.
    05  line 21 col 20	value "program u157 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

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
    perform ba0-load-list		thru ba0-99-exit
	until eof-moh-fac-list = "Y".
    perform ca0-mark-dropped		thru ca0-99-exit.
    perform da0-totals			thru da0-99-exit.
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

    open input moh-fac-list.
    if status-moh-fac-list not = "00"
    then
	display scr-no-list
	display confirm
	stop " "
	stop run.
*   endif

    open i-o moh-facility.

*	(first load - create the facility master)
    if status-cobol-moh-facility = "35"
    then
	open output moh-facility
	close moh-facility
	open i-o moh-facility.
*   endif

    open output fac-load-rpt-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    perform xa0-print-hdr		thru	xa0-99-exit.

aa0-99-exit.
    exit.
ba0-load-list.

    read moh-fac-list
	at end
	    move "Y"			to	eof-moh-fac-list
	    go to ba0-99-exit.

    add 1				to	ctr-list-reads.

    if mfl-fac-nbr = spaces
    then
	add 1				to	ctr-list-rejected
	go to ba0-99-exit.
*   endif

    move zero				to	ws-eff-from
						ws-eff-to.
    if mfl-eff-from numeric
    then
	move mfl-eff-from-r		to	ws-eff-from.
*   endif
    if mfl-eff-to numeric
    then
	move mfl-eff-to-r		to	ws-eff-to.
*   endif

    move mfl-fac-nbr			to	fac-nbr.
    move "Y"				to	ws-on-file.
    read moh-facility
	invalid key
	    move "N"			to	ws-on-file.

    if ws-on-file = "N"
    then
	go to ba0-50-add.
*   endif

*	(what the list has changed - named on the record)
    move spaces				to	ws-change-desc.
    move 1				to	ws-desc-ptr.

    if fac-name not = mfl-fac-name
    then
	string "NAME "			delimited by size
				into	ws-change-desc
				with pointer ws-desc-ptr.
*   endif
    if fac-type not = mfl-fac-type
    then
	string "TYPE "			delimited by size
				into	ws-change-desc
				with pointer ws-desc-ptr.
*   endif
    if   fac-eff-from not = ws-eff-from
      or fac-eff-to not = ws-eff-to
    then
	string "DATES "			delimited by size
				into	ws-change-desc
				with pointer ws-desc-ptr.
*   endif
    if fac-dropped
    then
	string "BACK ON LIST "		delimited by size
				into	ws-change-desc
				with pointer ws-desc-ptr.
*   endif

    move sys-date-long-r		to	fac-last-loaded.

    if ws-change-desc = spaces
    then
	rewrite moh-facility-rec
	add 1				to	ctr-fac-unchanged
	go to ba0-99-exit.
*   endif

    move mfl-fac-name			to	fac-name.
    move mfl-fac-type			to	fac-type.
    move ws-eff-from			to	fac-eff-from.
    move ws-eff-to			to	fac-eff-to.
    move "A"				to	fac-list-status.
    move sys-date-long-r		to	fac-last-changed.
    move ws-change-desc			to	fac-change-desc.

    rewrite moh-facility-rec.

    add 1				to	ctr-fac-changed.
    move "CHANGED"			to	ws-action.
    perform xc0-print-facility		thru	xc0-99-exit.

    go to ba0-99-exit.

ba0-50-add.

    move spaces				to	moh-facility-rec.
    move mfl-fac-nbr			to	fac-nbr.
    move mfl-fac-name			to	fac-name.
    move mfl-fac-type			to	fac-type.
    move ws-eff-from			to	fac-eff-from.
    move ws-eff-to			to	fac-eff-to.
    move "A"				to	fac-list-status.
    move sys-date-long-r		to	fac-first-loaded
						fac-last-loaded
						fac-last-changed.
    move "NEW ON MOH LIST"		to	fac-change-desc.

    write moh-facility-rec.

    add 1				to	ctr-fac-added.
    move "ADDED"			to	ws-action.
    perform xc0-print-facility		thru	xc0-99-exit.

ba0-99-exit.
    exit.
ca0-mark-dropped.

*	(whatever on file today's list did not carry)
    move "N"				to	eof-moh-facility.
    move low-values			to	fac-nbr.
    start moh-facility key is greater than or equal to fac-nbr
	invalid key
	    go to ca0-99-exit.

ca0-10-read.

    read moh-facility next
	at end
	    go to ca0-99-exit.

    if   fac-dropped
      or fac-last-loaded = sys-date-long-r
    then
	go to ca0-10-read.
*   endif

    move "R"				to	fac-list-status.
    move sys-date-long-r		to	fac-last-changed.
    move "DROPPED FROM MOH LIST"	to	fac-change-desc.

    rewrite moh-facility-rec.

    add 1				to	ctr-fac-dropped.
    move "DROPPED"			to	ws-action.
    perform xc0-print-facility		thru	xc0-99-exit.

    go to ca0-10-read.

ca0-99-exit.
    exit.
da0-totals.

    move 2				to	nbr-lines-to-adv.
    move "FACILITIES ON THE LIST"	to	t1-desc.
    move ctr-list-reads			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LINES WITH NO FACILITY NUMBER"
					to	t1-desc.
    move ctr-list-rejected		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ADDED"			to	t1-desc.
    move ctr-fac-added			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CHANGED"			to	t1-desc.
    move ctr-fac-changed		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "UNCHANGED"			to	t1-desc.
    move ctr-fac-unchanged		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DROPPED FROM THE LIST"	to	t1-desc.
    move ctr-fac-dropped		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

da0-99-exit.
    exit.
az0-end-of-job.

    close moh-fac-list.
    close moh-facility.
    close fac-load-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write fac-load-rpt-record		from	h1-rpt-head after advancing page.
    write fac-load-rpt-record		from	h2-col-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write fac-load-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xc0-print-facility.

    move ws-action			to	l1-action.
    move fac-nbr			to	l1-fac-nbr.
    move fac-name			to	l1-fac-name.
    move fac-type			to	l1-fac-type.
    move fac-eff-from			to	l1-eff-from.
    move fac-eff-to			to	l1-eff-to.
    move fac-change-desc		to	l1-change-desc.
    move l1-fac-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
