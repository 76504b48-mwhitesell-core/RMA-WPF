identification division.
program-id. r091.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f112 - RA message file
*			: f103 - report distribution list
*			: rr091 - MOH message bulletin (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : MOH message bulletin per doctor - run with the
*			statement of earnings.  every RA message line
*			not yet on a bulletin is printed, a page per
*			doctor: the messages MOH addressed to that
*			doctor and those addressed to the whole
*			group the doctor's clinic bills under.  each
*			body line carries the doctor number, so the
*			u802 capture / u127 delivery sends each
*			doctor only their own page.  the printed
*			lines are stamped so the next bulletin
*			carries only what is new, and every f103
*			recipient of the statement (r153a) is added
*			to the bulletin's list if not already on it,
*			so the bulletin travels with the statement.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f112_ra_message.slr".
*
    copy "f103_dist_list.slr".
*
    select bulletin-file
	assign to printer print-file-name
	file status is status-bulletin-rpt.
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f112_ra_message.fd".
*
    copy "f103_dist_list.fd".
*
fd  bulletin-file
    record contains 132 characters.

01  bulletin-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr091".
77  status-bulletin-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-ra-message		pic xx	value zero.
77  status-cobol-dist-list		pic xx	value zero.

77  eof-doc-mstr			pic x	value "N".
77  eof-ra-message			pic x	value "N".
77  eof-dist-list			pic x	value "N".

77  ws-for-doctor			pic x	value "N".
77  ws-doc-lines			pic 9(5)	value zero.
77  ss-clinic				pic 9	value zero.

01  ws-doc-clinics.
    05  ws-doc-clinic			pic 99	occurs 6 times.

*   the statement's recipients are copied onto the bulletin's list

77  stmt-rpt-id				pic x(6)	value "r153a".
77  bulletin-rpt-id			pic x(6)	value "r091".
01  hold-dist-list-rec			pic x(100)	value spaces.

01  counters.
    05  ctr-doctors-read		pic 9(5)	value zero.
    05  ctr-doctors-printed		pic 9(5)	value zero.
    05  ctr-lines-printed		pic 9(7)	value zero.
    05  ctr-lines-stamped		pic 9(7)	value zero.
    05  ctr-recipients-added		pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-bulletin-head.
    05  filler				pic x(6)	value "r091".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(40)	value
		"MOH MESSAGES FROM YOUR REMITTANCE ADVICE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-doctor-head.
    05  h2-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  filler				pic x(7)	value "DOCTOR ".
    05  h2-doc-name			pic x(25).
    05  filler				pic x(3)	value spaces.
    05  filler				pic x(6)	value "OHIP ".
    05  h2-doc-ohip			pic x(6).

01  h3-column-head.
    05  filler				pic x(7)	value spaces.
    05  filler				pic x(10)	value "RA DATE".
    05  filler				pic x(12)	value "FOR".
    05  filler				pic x(70)	value "MESSAGE".

01  l1-message-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic x(4)	value spaces.
    05  l1-pay-date			pic 9(8).
    05  filler				pic xx		value spaces.
    05  l1-scope			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-message-text			pic x(70).

01  l1-scope-group.
    05  filler				pic x(6)	value "GROUP ".
    05  l1-scope-group-nbr		pic x(4).

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-ram-file section.
    use after standard error procedure on ra-message.
err-ra-message.
    move status-cobol-ra-message	to common-status-file.
    display "error in accessing ra message file - status "
	    common-status-file.
    stop "error in accessing ra message file".

err-dls-file section.
    use after standard error procedure on dist-list.
err-dist-list.
    move status-cobol-dist-list		to common-status-file.
    display "error in accessing distribution list - status "
	    common-status-file.
    stop "error in accessing distribution list".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-doc-mstr = "Y".
    perform ca0-stamp-printed		thru ca0-99-exit.
    perform da0-bulletin-recipients	thru da0-99-exit.
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

    open input doc-mstr.
    open i-o ra-message.
    open i-o dist-list.
    open output bulletin-file.

    move "r091"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ab0-processing.

    read doc-mstr next
	at end
	    move "Y"			to	eof-doc-mstr
	    go to ab0-99-exit.

    add 1				to	ctr-doctors-read.

*	(a doctor who has left gets no bulletin)
    if doc-date-fac-term not = zero
    then
	go to ab0-99-exit.
*   endif

    move doc-clinic-nbr			to	ws-doc-clinic (1).
    move doc-clinic-nbr-2		to	ws-doc-clinic (2).
    move doc-clinic-nbr-3		to	ws-doc-clinic (3).
    move doc-clinic-nbr-4		to	ws-doc-clinic (4).
    move doc-clinic-nbr-5		to	ws-doc-clinic (5).
    move doc-clinic-nbr-6		to	ws-doc-clinic (6).

    perform ba0-doctor-bulletin		thru	ba0-99-exit.

ab0-99-exit.
    exit.
ba0-doctor-bulletin.

    move zero				to	ws-doc-lines.
    move "N"				to	eof-ra-message.
    move low-values			to	ram-key.

    start ra-message key is greater than or equal to ram-key
	invalid key
	    go to ba0-99-exit.

ba0-10-read-loop.

    read ra-message next
	at end
	    go to ba0-80-done.

    if ram-bulletin-date not = zero
    then
	go to ba0-10-read-loop.
*   endif

    perform bb0-for-this-doctor		thru	bb0-99-exit.

    if ws-for-doctor not = "Y"
    then
	go to ba0-10-read-loop.
*   endif

*	(a new page for each doctor)
    if ws-doc-lines = zero
    then
	perform bc0-doctor-head		thru	bc0-99-exit.
*   endif

    move doc-nbr			to	l1-doc-nbr.
    move ram-payment-date		to	l1-pay-date.
    if ram-doc-nbr = spaces
    then
	move ram-group-nbr		to	l1-scope-group-nbr
	move l1-scope-group		to	l1-scope
    else
	move "YOU"			to	l1-scope.
*   endif
    move ram-message-text		to	l1-message-text.
    move l1-message-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ws-doc-lines
						ctr-lines-printed.
    go to ba0-10-read-loop.

ba0-80-done.

    if ws-doc-lines not = zero
    then
	add 1				to	ctr-doctors-printed.
*   endif

ba0-99-exit.
    exit.
bb0-for-this-doctor.

    move "N"				to	ws-for-doctor.

    if ram-doc-nbr not = spaces
    then
	if ram-doc-nbr = doc-nbr
	then
	    move "Y"			to	ws-for-doctor
	end-if
	go to bb0-99-exit.
*   endif

    if ram-clinic-nbr = zero
    then
	go to bb0-99-exit.
*   endif

    perform bb5-match-clinic		thru	bb5-99-exit
	varying ss-clinic from 1 by 1
	until ss-clinic > 6
	   or ws-for-doctor = "Y".

bb0-99-exit.
    exit.
bb5-match-clinic.

    if ws-doc-clinic (ss-clinic) = ram-clinic-nbr
    then
	move "Y"			to	ws-for-doctor.
*   endif

bb5-99-exit.
    exit.
bc0-doctor-head.

    move zero				to	nbr-lines-this-page.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move doc-nbr			to	h2-doc-nbr.
    move doc-name			to	h2-doc-name.
    move doc-ohip-nbr			to	h2-doc-ohip.
    move h2-doctor-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move h3-column-head			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

bc0-99-exit.
    exit.
ca0-stamp-printed.

*	(every line not yet on a bulletin is stamped, so the next
*	 run carries only what is new)

    move low-values			to	ram-key.

    start ra-message key is greater than or equal to ram-key
	invalid key
	    go to ca0-99-exit.

ca0-10-read-loop.

    read ra-message next
	at end
	    go to ca0-99-exit.

    if ram-bulletin-date not = zero
    then
	go to ca0-10-read-loop.
*   endif

    move sys-date-long			to	ram-bulletin-date.
    rewrite ra-message-rec.
    add 1				to	ctr-lines-stamped.

    go to ca0-10-read-loop.

ca0-99-exit.
    exit.
da0-bulletin-recipients.

*	(each recipient of the statement is put on the bulletin's
*	 list under the same recipient sequence, filter and
*	 delivery, unless that sequence is already there)

    move stmt-rpt-id			to	dls-rpt-id.
    move zero				to	dls-recip-seq.
    move "N"				to	eof-dist-list.

    start dist-list key is greater than or equal to dls-key
	invalid key
	    go to da0-99-exit.

da0-10-read-loop.

    read dist-list next
	at end
	    go to da0-99-exit.

    if dls-rpt-id not = stmt-rpt-id
    then
	go to da0-99-exit.
*   endif

    move dist-list-rec			to	hold-dist-list-rec.
    move bulletin-rpt-id		to	dls-rpt-id.

    write dist-list-rec
	invalid key
	    go to da0-20-reposition.

    add 1				to	ctr-recipients-added.

da0-20-reposition.

*	(back to where the statement's list was being read)
    move hold-dist-list-rec		to	dist-list-rec.

    start dist-list key is greater than dls-key
	invalid key
	    go to da0-99-exit.

    go to da0-10-read-loop.

da0-99-exit.
    exit.
az0-end-of-job.

    move "r091"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-doctors-printed		to	elp-count.
    move "DOCTOR MESSAGE BULLETINS PRINTED"
					to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close doc-mstr.
    close ra-message.
    close dist-list.
    close bulletin-file.

    display "r091 - doctors with messages  " ctr-doctors-printed.
    display "r091 - message lines printed  " ctr-lines-printed.
    display "r091 - lines stamped          " ctr-lines-stamped.
    display "r091 - recipients added       " ctr-recipients-added.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write bulletin-record		from	h1-bulletin-head after advancing page.
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

    write bulletin-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
