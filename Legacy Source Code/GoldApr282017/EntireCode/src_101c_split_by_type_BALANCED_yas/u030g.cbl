identification division.
program-id. u030g.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: ohip rat tape - remittance advice input
*			: f020 - doctor master
*			: f090 - constants master
*			: f112 - RA message file
*			: f064 - central event log (via eventlog)
*
*   program purpose : RA message-facility capture - run in the RA
*			processing stream beside u030d/e/f.  the
*			MOH message text (RA record type 8) - fee
*			changes, recoveries, payment holds - used to
*			go to u030a's tape-8 flat file and no
*			further.  every message line is kept on f112
*			under the RA payment date and group.  the
*			lines are taken a paragraph at a time (a
*			blank line ends a paragraph); a paragraph
*			that quotes one of our doctors' OHIP billing
*			numbers is filed under that doctor, the rest
*			under the whole group.  m108 shows them,
*			r091 prints the doctors' bulletins.  a rerun
*			of the same RA finds its lines already on
*			file and leaves them as they are.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select ohip-rat-tape
	assign to disk "$pb_data/u030_ohip_rat_tape"
	organization is sequential.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f112_ra_message.slr".
*
data division.
file section.
*
    copy "u030_ohip_rat_tape.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f112_ra_message.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-ra-message		pic xx	value zero.

77  eof-rat-tape			pic x	value "N".
77  eof-doc-mstr			pic x	value "N".
77  eof-iconst-mstr			pic x	value "N".

*   the RA run off the current type-1 record

01  hold-payment-date.
    05  hold-pay-yy			pic 9(4)	value zero.
    05  hold-pay-mm			pic 99		value zero.
    05  hold-pay-dd			pic 99		value zero.
01  hold-payment-date-r redefines hold-payment-date	pic 9(8).
77  hold-group-nbr			pic x(4)	value spaces.
77  hold-clinic-nbr			pic 99		value zero.
77  hold-line-seq			pic 9(4)	value zero.

*   our doctors' OHIP billing numbers

01  doc-ohip-table.
    05  doc-ohip-entry			occurs 999 times.
	10  dot-ohip-nbr		pic x(6).
	10  dot-doc-nbr			pic x(3).
77  doc-ohip-used			pic 9(3)	comp	value zero.
77  ss-doc				pic 9(3)	comp	value zero.

*   the message paragraph being gathered

01  block-table.
    05  block-line			occurs 60 times.
	10  blk-text			pic x(70).
77  block-used				pic 99	comp	value zero.
77  ss-line				pic 99	comp	value zero.
77  ss-pos				pic 99	comp	value zero.
77  block-doc-nbr			pic x(3)	value spaces.
77  block-doc-ohip			pic x(6)	value spaces.
01  scan-ohip				pic x(6)	value spaces.

01  counters.
    05  ctr-rat-reads			pic 9(7)	value zero.
    05  ctr-msg-lines-read		pic 9(7)	value zero.
    05  ctr-msg-lines-written		pic 9(7)	value zero.
    05  ctr-msg-lines-doctor		pic 9(7)	value zero.
    05  ctr-already-on-file		pic 9(7)	value zero.

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

err-const-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

err-ram-file section.
    use after standard error procedure on ra-message.
err-ra-message.
    move status-cobol-ra-message	to common-status-file.
    display "error in accessing ra message file - status "
	    common-status-file.
    stop "error in accessing ra message file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-rat-tape = "Y".
    perform ca0-write-block		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open input ohip-rat-tape.
    open input doc-mstr.
    open input iconst-mstr.
    open i-o ra-message.

    move "u030g"			to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    perform aa1-load-doctors		thru	aa1-99-exit
	until eof-doc-mstr = "Y".

aa0-99-exit.
    exit.
aa1-load-doctors.

    read doc-mstr next
	at end
	    move "Y"			to	eof-doc-mstr
	    go to aa1-99-exit.

    if doc-ohip-nbr = spaces
    then
	go to aa1-99-exit.
*   endif

    if doc-ohip-used = 999
    then
	go to aa1-99-exit.
*   endif

    add 1				to	doc-ohip-used.
    move doc-ohip-nbr			to	dot-ohip-nbr (doc-ohip-used).
    move doc-nbr			to	dot-doc-nbr (doc-ohip-used).

aa1-99-exit.
    exit.
ab0-processing.

    read ohip-rat-tape
	at end
	    move "Y"			to	eof-rat-tape
	    go to ab0-99-exit.

    add 1				to	ctr-rat-reads.

    if rat-1-record-type = "8"
    then
	perform bb0-gather-line		thru	bb0-99-exit
	go to ab0-99-exit.
*   endif

*	(any other record ends a paragraph in progress)
    perform ca0-write-block		thru	ca0-99-exit.

    if rat-1-record-type = "1"
    then
	perform ba0-new-ra-run		thru	ba0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-new-ra-run.

    move rat-1-payment-date-yy		to	hold-pay-yy.
    move rat-1-payment-date-mm		to	hold-pay-mm.
    move rat-1-payment-date-dd		to	hold-pay-dd.
    move rat-1-group-nbr		to	hold-group-nbr.
    move zero				to	hold-line-seq
						hold-clinic-nbr.

*	(the clinic whose constants record carries this group
*	 number - r091 sends group-wide messages to its doctors)

    move "N"				to	eof-iconst-mstr.
    move zero				to	iconst-clinic-nbr-1-2.

    start iconst-mstr key is greater than or equal to iconst-clinic-nbr-1-2
	invalid key
	    go to ba0-99-exit.

ba0-10-clinic-loop.

    read iconst-mstr next
	at end
	    go to ba0-99-exit.

    if iconst-clinic-nbr not = hold-group-nbr
    then
	go to ba0-10-clinic-loop.
*   endif

    move iconst-clinic-nbr-1-2		to	hold-clinic-nbr.

ba0-99-exit.
    exit.
bb0-gather-line.

    add 1				to	ctr-msg-lines-read.

    if rat-8-mess-text = spaces
    then
	perform ca0-write-block		thru	ca0-99-exit
	go to bb0-99-exit.
*   endif

    if block-used = 60
    then
	perform ca0-write-block		thru	ca0-99-exit.
*   endif

    add 1				to	block-used.
    move rat-8-mess-text		to	blk-text (block-used).

bb0-99-exit.
    exit.
ca0-write-block.

    if block-used = zero
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	block-doc-nbr
						block-doc-ohip.

    perform cb0-scan-line		thru	cb0-99-exit
	varying ss-line from 1 by 1
	until ss-line > block-used
	   or block-doc-nbr not = spaces.

    perform cd0-write-line		thru	cd0-99-exit
	varying ss-line from 1 by 1
	until ss-line > block-used.

    move zero				to	block-used.

ca0-99-exit.
    exit.
cb0-scan-line.

*	(a run of six digits that is one of our doctors' OHIP
*	 billing numbers files the paragraph under that doctor)

    move 1				to	ss-pos.

cb0-10-next-pos.

    if ss-pos > 65
    then
	go to cb0-99-exit.
*   endif

    move blk-text (ss-line) (ss-pos:6)	to	scan-ohip.

    if scan-ohip is not numeric
    then
	add 1				to	ss-pos
	go to cb0-10-next-pos.
*   endif

    perform cc0-find-doctor		thru	cc0-99-exit.

    if block-doc-nbr not = spaces
    then
	go to cb0-99-exit.
*   endif

    add 1				to	ss-pos.
    go to cb0-10-next-pos.

cb0-99-exit.
    exit.
cc0-find-doctor.

    move 1				to	ss-doc.

cc0-10-search.

    if ss-doc > doc-ohip-used
    then
	go to cc0-99-exit.
*   endif

    if dot-ohip-nbr (ss-doc) = scan-ohip
    then
	move dot-doc-nbr (ss-doc)	to	block-doc-nbr
	move scan-ohip			to	block-doc-ohip
	go to cc0-99-exit.
*   endif

    add 1				to	ss-doc.
    go to cc0-10-search.

cc0-99-exit.
    exit.
cd0-write-line.

    add 1				to	hold-line-seq.

    move spaces				to	ra-message-rec.
    move hold-payment-date-r		to	ram-payment-date.
    move hold-group-nbr			to	ram-group-nbr.
    move block-doc-nbr			to	ram-doc-nbr.
    move hold-line-seq			to	ram-line-seq.
    move hold-clinic-nbr		to	ram-clinic-nbr.
    move block-doc-ohip			to	ram-doc-ohip-nbr.
    move blk-text (ss-line)		to	ram-message-text.
    move sys-date-long			to	ram-captured-date.
    move zero				to	ram-bulletin-date.

    write ra-message-rec
	invalid key
	    add 1			to	ctr-already-on-file
	    go to cd0-99-exit.

    add 1				to	ctr-msg-lines-written.
    if block-doc-nbr not = spaces
    then
	add 1				to	ctr-msg-lines-doctor.
*   endif

cd0-99-exit.
    exit.
az0-end-of-job.

    move "u030g"			to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-msg-lines-written		to	elp-count.
    move "RA MESSAGE LINES ON F112"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close ohip-rat-tape.
    close doc-mstr.
    close iconst-mstr.
    close ra-message.

    display "u030g - RA records read        " ctr-rat-reads.
    display "u030g - message lines read     " ctr-msg-lines-read.
    display "u030g - message lines filed    " ctr-msg-lines-written.
    display "u030g - filed under a doctor   " ctr-msg-lines-doctor.
    display "u030g - already on file        " ctr-already-on-file.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
