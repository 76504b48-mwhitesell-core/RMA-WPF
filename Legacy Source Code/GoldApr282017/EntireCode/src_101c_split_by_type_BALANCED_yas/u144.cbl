identification division.
program-id. u144.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: u144 mailbox list - names of the files just
*			  downloaded from the MOH EDT mailbox
*			: each listed mailbox file (read only)
*			: f111 - received-file register
*			: f058 - scheduler job master
*			: ru144 - mailbox intake report (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : MOH EDT mailbox intake.  run after the
*			mailbox download, in place of deciding by
*			file name which program each file goes to.
*			every file on the download list is read
*			end to end and identified by the MOH header
*			record it starts with (HR1 remittance advice
*			for u030a, HX1 claims error report for
*			u021a, HB1 batch edit report for u142),
*			and logged on f111 with its size, record
*			counts and a content hash.  a file whose
*			hash and size are already on the register
*			has been taken in before and is refused -
*			the same RA is never posted twice.  a
*			recognized file is queued on f058 as a one-
*			time ("Q") job for its processing program;
*			u102 copies it to the name that program
*			reads just before launching it, so two of
*			the same kind queued together never
*			overwrite each other.  the report lists
*			every file taken in, everything refused or
*			unrecognized, and any file queued more than
*			a day ago that has still not been processed.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    select mailbox-list
	assign to disk "$pb_data/u144_mailbox_list"
	organization is line sequential
	file status is status-mailbox-list.
*
    select mailbox-file
	assign to disk mailbox-file-name
	organization is line sequential
	file status is status-mailbox-file.
*
    copy "f111_recv_file_reg.slr".
*
    copy "f058_sched_job.slr".
*
    select intake-rpt-file
	assign to printer print-file-name
	file status is status-intake-rpt.
*
data division.
file section.
*
fd  mailbox-list
    record contains 80 characters.

01  mailbox-list-rec.
    05  mbl-file-name			pic x(60).
    05  filler				pic x(20).

fd  mailbox-file
    record is varying in size from 1 to 250 characters
	depending on mbx-rec-len.

01  mailbox-rec.
    05  mbx-rec-id			pic x(3).
    05  mbx-rec-data			pic x(247).
01  mailbox-rec-bytes redefines mailbox-rec.
    05  mbx-byte			pic x	occurs 250 times.
*
    copy "f111_recv_file_reg.fd".
*
    copy "f058_sched_job.fd".
*
fd  intake-rpt-file
    record contains 132 characters.

01  intake-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru144".
77  status-intake-rpt			pic xx	value zero.
77  status-mailbox-list			pic xx	value zero.
77  status-mailbox-file			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-recv-file-reg		pic xx	value zero.
77  status-cobol-sched-job		pic xx	value zero.

77  eof-mailbox-list			pic x	value "N".
77  eof-mailbox-file			pic x	value "N".
77  eof-register			pic x	value "N".

01  mailbox-file-name			pic x(60)	value spaces.
77  mbx-rec-len				pic 9(4)	comp	value zero.
77  ss-byte				pic 9(4)	comp	value zero.

*   content hash - a plain byte sum and a position-weighted rolling
*   sum, each kept under a 9-digit prime; together with the size
*   they tell one file from another

77  hash-prime				pic 9(9)	value 999999937.
77  hash-work				pic 9(12)	value zero.
77  hash-quotient			pic 9(12)	value zero.
01  hash-byte-area.
    05  filler				pic x		value low-value.
    05  hash-byte			pic x.
01  hash-byte-val redefines hash-byte-area	pic 9(4)	comp.

*   the file being taken in

01  new-file.
    05  new-file-type			pic x(3).
    05  new-size-bytes			pic 9(9).
    05  new-rec-count			pic 9(7).
    05  new-header-count		pic 9(7).
    05  new-detail-count		pic 9(7).
    05  new-hash-sum			pic 9(9).
    05  new-hash-wtd			pic 9(9).

77  new-seq-nbr				pic 9(4)	value zero.
77  dup-found				pic x	value "N".
01  dup-key				pic 9(12)	value zero.
77  ss-type				pic 99	comp	value zero.
77  type-found				pic x	value "N".
77  slot-found				pic x	value "N".
77  slot-seq				pic 99	value zero.
01  ws-action				pic x(30)	value spaces.

*   what the MOH header record id says the file is - header id,
*   claim-level record id, processing program, the name that
*   program reads its input from, description

01  file-type-values.
    05  filler	pic x(74)	value
	"HR1HR4u030a   $pb_data/ohip_rat_ascii                 REMITTANCE ADVICE".
    05  filler	pic x(74)	value
	"HX1HXHu021a   u021a                                   CLAIMS ERROR RPT".
    05  filler	pic x(74)	value
	"HB1HB1u142    $pb_data/u142_batch_edit_ack            BATCH EDIT RPT".
01  file-type-tbl redefines file-type-values.
    05  file-type-entry			occurs 3 times.
	10  ft-header-id		pic x(3).
	10  ft-detail-id		pic x(3).
	10  ft-pgm			pic x(8).
	10  ft-stage-name		pic x(40).
	10  ft-desc			pic x(20).
77  nbr-file-types			pic 99	comp	value 3.

*   queued jobs are placed in this range of f058 sequence numbers,
*   clear of the standard nightly set u102 loads (01-33) with room
*   for that set to grow - a reload rewrites its own numbers
*   without looking at what is there

77  queue-first-seq			pic 99	value 40.
77  queue-last-seq			pic 99	value 89.

*   staleness - a queued file not processed within a day

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-out				pic s9(7)	value zero.
01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  counters.
    05  ctr-files-listed		pic 9(5)	value zero.
    05  ctr-files-queued		pic 9(5)	value zero.
    05  ctr-files-duplicate		pic 9(5)	value zero.
    05  ctr-files-unrecognized		pic 9(5)	value zero.
    05  ctr-files-not-read		pic 9(5)	value zero.
    05  ctr-files-not-queued		pic 9(5)	value zero.
    05  ctr-files-stale			pic 9(5)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-intake-head.
    05  filler				pic x(6)	value "u144".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(40)	value
		"MOH EDT MAILBOX INTAKE".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-intake-head.
    05  filler				pic x(14)	value "REGISTER KEY".
    05  filler				pic x(42)	value "FILE".
    05  filler				pic x(5)	value "TYPE".
    05  filler				pic x(10)	value "      SIZE".
    05  filler				pic x(9)	value "  RECORDS".
    05  filler				pic x(9)	value "  HEADERS".
    05  filler				pic x(9)	value "   CLAIMS".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(30)	value "ACTION".

01  l1-intake-line.
    05  l1-rfr-key			pic 9(12).
    05  filler				pic xx		value spaces.
    05  l1-file-name			pic x(40).
    05  filler				pic xx		value spaces.
    05  l1-file-type			pic x(3).
    05  filler				pic xx		value spaces.
    05  l1-size-bytes			pic zzzzzzzz9.
    05  filler				pic x		value spaces.
    05  l1-rec-count			pic zzzzzzz9.
    05  filler				pic x		value spaces.
    05  l1-header-count			pic zzzzzzz9.
    05  filler				pic x		value spaces.
    05  l1-detail-count			pic zzzzzzz9.
    05  filler				pic xx		value spaces.
    05  l1-action			pic x(30).

01  s1-stale-title			pic x(60)	value
		"FILES QUEUED OVER A DAY AGO AND NOT PROCESSED, OR FAILED".

01  l2-stale-line.
    05  l2-rfr-key			pic 9(12).
    05  filler				pic xx		value spaces.
    05  l2-file-name			pic x(40).
    05  filler				pic xx		value spaces.
    05  l2-file-type			pic x(3).
    05  filler				pic xx		value spaces.
    05  l2-target-pgm			pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-days-out			pic zzzz9.
    05  filler				pic x(6)	value " DAYS ".
    05  l2-status-desc			pic x(30).

01  t1-total-line.
    05  t1-desc				pic x(36).
    05  t1-count			pic zzzz9.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-rfr-file section.
    use after standard error procedure on recv-file-reg.
err-recv-file-reg.
    move status-cobol-recv-file-reg	to common-status-file.
    display "error in accessing received-file register - status "
	    common-status-file.
    stop "error in accessing received-file register".

err-sched-job-file section.
    use after standard error procedure on sched-job.
err-sched-job.
    move status-cobol-sched-job		to common-status-file.
    display "error in accessing scheduler job master - status "
	    common-status-file.
    stop "error in accessing scheduler job master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-mailbox-list = "Y".
    perform ca0-stale-files		thru ca0-99-exit.
    perform ta0-print-totals		thru ta0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input mailbox-list.
    if status-mailbox-list not = "00"
    then
	display "u144 - no mailbox download list - status "
		status-mailbox-list
	stop "u144 ending"
	stop run.
*   endif

    open i-o recv-file-reg.
    open i-o sched-job.
    open output intake-rpt-file.

    move "u144"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    perform aa1-last-seq-today		thru	aa1-99-exit.

aa0-99-exit.
    exit.
aa1-last-seq-today.

*	(a second intake the same day carries on from the last
*	 sequence number already used today)

    move zero				to	new-seq-nbr.
    move sys-date-long-r		to	rfr-receive-date.
    move zero				to	rfr-seq-nbr.
    move "N"				to	eof-register.

    start recv-file-reg key is greater than or equal to rfr-key
	invalid key
	    go to aa1-99-exit.

aa1-10-read.

    read recv-file-reg next
	at end
	    go to aa1-99-exit.

    if rfr-receive-date not = sys-date-long-r
    then
	go to aa1-99-exit.
*   endif

    move rfr-seq-nbr			to	new-seq-nbr.
    go to aa1-10-read.

aa1-99-exit.
    exit.
ab0-processing.

    read mailbox-list
	at end
	    move "Y"			to	eof-mailbox-list
	    go to ab0-99-exit.

    if mbl-file-name = spaces
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-files-listed.
    move mbl-file-name			to	mailbox-file-name.

    perform ba0-read-mailbox-file	thru	ba0-99-exit.

    if eof-mailbox-file not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform bb0-check-duplicate		thru	bb0-99-exit.
    perform bc0-identify-file		thru	bc0-99-exit.

    move spaces				to	recv-file-reg-rec.
    move sys-date-long-r		to	rfr-receive-date.
    add 1				to	new-seq-nbr.
    move new-seq-nbr			to	rfr-seq-nbr.
    move mailbox-file-name		to	rfr-file-name.
    move new-file-type			to	rfr-file-type.
    move new-size-bytes			to	rfr-size-bytes.
    move new-rec-count			to	rfr-rec-count.
    move new-header-count		to	rfr-header-count.
    move new-detail-count		to	rfr-detail-count.
    move new-hash-sum			to	rfr-hash-sum.
    move new-hash-wtd			to	rfr-hash-wtd.
    move zero				to	rfr-sched-seq
						rfr-processed-date
						rfr-dup-of-key.

    if dup-found = "Y"
    then
	move "D"			to	rfr-status
	move dup-key			to	rfr-dup-of-key
	move "DUPLICATE OF"		to	ws-action
	move dup-key			to	ws-action (14:12)
	add 1				to	ctr-files-duplicate
	perform bf0-log-exception	thru	bf0-99-exit
	go to ab0-80-register.
*   endif

    if type-found not = "Y"
    then
	move "U"			to	rfr-status
	move "UNRECOGNIZED - NOT QUEUED"
					to	ws-action
	add 1				to	ctr-files-unrecognized
	perform bf0-log-exception	thru	bf0-99-exit
	go to ab0-80-register.
*   endif

    move ft-pgm (ss-type)		to	rfr-target-pgm.
    move ft-stage-name (ss-type)	to	rfr-stage-name.

    perform bd0-find-queue-slot		thru	bd0-99-exit.

    if slot-found not = "Y"
    then
*	(not registered, so tomorrow's intake takes it in again)
	subtract 1			from	new-seq-nbr
	move zero			to	rfr-key
	move "SCHEDULER QUEUE FULL - NOT TAKEN"
					to	ws-action
	add 1				to	ctr-files-not-queued
	perform bf0-log-exception	thru	bf0-99-exit
	perform bg0-print-file		thru	bg0-99-exit
	go to ab0-99-exit.
*   endif

    move "Q"				to	rfr-status.
    move slot-seq			to	rfr-sched-seq.
    perform be0-queue-job		thru	be0-99-exit.
    move spaces				to	ws-action.
    string "QUEUED FOR "		delimited by size
	   ft-pgm (ss-type)		delimited by space
	   " - "			delimited by size
	   ft-desc (ss-type)		delimited by size
				into	ws-action.
    add 1				to	ctr-files-queued.

ab0-80-register.

    write recv-file-reg-rec
	invalid key
	    display "u144 - register key already on file "
		    rfr-key.

    perform bg0-print-file		thru	bg0-99-exit.

ab0-99-exit.
    exit.
ba0-read-mailbox-file.

*	(read the whole file - size, record counts and the hash
*	 come from every byte, the type from the first record)

    move "N"				to	eof-mailbox-file.
    move spaces				to	new-file-type.
    move zero				to	new-size-bytes
						new-rec-count
						new-header-count
						new-detail-count
						new-hash-sum
						new-hash-wtd.

    open input mailbox-file.
    if status-mailbox-file not = "00"
    then
	move spaces			to	recv-file-reg-rec
	move mailbox-file-name		to	rfr-file-name
	move "CANNOT OPEN - STATUS"	to	ws-action
	move status-mailbox-file	to	ws-action (22:2)
	add 1				to	ctr-files-not-read
	perform bf0-log-exception	thru	bf0-99-exit
	perform bg0-print-file		thru	bg0-99-exit
	go to ba0-99-exit.
*   endif

ba0-10-read.

    read mailbox-file
	at end
	    move "Y"			to	eof-mailbox-file
	    go to ba0-80-close.

    add 1				to	new-rec-count.
    add mbx-rec-len			to	new-size-bytes.
*	(and the line end)
    add 1				to	new-size-bytes.

    if new-rec-count = 1
    then
	move mbx-rec-id			to	new-file-type.
*   endif

    perform bc5-count-record		thru	bc5-99-exit.

    perform ba5-hash-byte		thru	ba5-99-exit
	varying ss-byte from 1 by 1
	until ss-byte > mbx-rec-len.

    go to ba0-10-read.

ba0-80-close.

    close mailbox-file.

ba0-99-exit.
    exit.
ba5-hash-byte.

    move mbx-byte (ss-byte)		to	hash-byte.

    add hash-byte-val			to	new-hash-sum
					giving	hash-work.
    divide hash-work			by	hash-prime
					giving	hash-quotient
					remainder new-hash-sum.

    compute hash-work = (new-hash-wtd * 31) + hash-byte-val.
    divide hash-work			by	hash-prime
					giving	hash-quotient
					remainder new-hash-wtd.

ba5-99-exit.
    exit.
bb0-check-duplicate.

*	(a straight scan - a file identical in size and in both
*	 hash sums to one already taken in is the same file pulled
*	 again.  a refused duplicate is not itself compared against)

    move "N"				to	dup-found.
    move zero				to	dup-key.
    move zero				to	rfr-key.
    move "N"				to	eof-register.

    start recv-file-reg key is greater than or equal to rfr-key
	invalid key
	    go to bb0-99-exit.

bb0-10-scan.

    read recv-file-reg next
	at end
	    go to bb0-99-exit.

    if rfr-status = "D"
    then
	go to bb0-10-scan.
*   endif

    if   rfr-size-bytes = new-size-bytes
     and rfr-hash-sum   = new-hash-sum
     and rfr-hash-wtd   = new-hash-wtd
    then
	move "Y"			to	dup-found
	move rfr-key			to	dup-key
	go to bb0-99-exit.
*   endif

    go to bb0-10-scan.

bb0-99-exit.
    exit.
bc0-identify-file.

    move "N"				to	type-found.
    move 1				to	ss-type.

bc0-10-search.

    if ss-type > nbr-file-types
    then
	go to bc0-99-exit.
*   endif

    if ft-header-id (ss-type) = new-file-type
    then
	move "Y"			to	type-found
	go to bc0-99-exit.
*   endif

    add 1				to	ss-type.
    go to bc0-10-search.

bc0-99-exit.
    exit.
bc5-count-record.

*	(control totals - header records of the file's own type and
*	 the claim-level records under them, worked out against the
*	 type of the first record)

    move "N"				to	type-found.
    move 1				to	ss-type.

bc5-10-search.

    if ss-type > nbr-file-types
    then
	go to bc5-99-exit.
*   endif

    if ft-header-id (ss-type) not = new-file-type
    then
	add 1				to	ss-type
	go to bc5-10-search.
*   endif

    if mbx-rec-id = ft-header-id (ss-type)
    then
	add 1				to	new-header-count.
*   endif

    if mbx-rec-id = ft-detail-id (ss-type)
    then
	add 1				to	new-detail-count.
*   endif

bc5-99-exit.
    exit.
bd0-find-queue-slot.

*	(a free sequence number in the queue range, or a queued
*	 job that has already run and been disabled)

    move "N"				to	slot-found.
    move queue-first-seq		to	slot-seq.

bd0-10-try.

    if slot-seq > queue-last-seq
    then
	go to bd0-99-exit.
*   endif

    move slot-seq			to	schjob-seq-nbr.

    read sched-job
	invalid key
	    move "Y"			to	slot-found
	    move "N"			to	eof-register
	    go to bd0-99-exit.

    if   schjob-frequency = "Q"
     and schjob-enabled   = "N"
    then
	move "Y"			to	slot-found
	move "Y"			to	eof-register
	go to bd0-99-exit.
*   endif

    add 1				to	slot-seq.
    go to bd0-10-try.

bd0-99-exit.
    exit.
be0-queue-job.

*	(eof-register was set by bd0 - "Y" the slot is an old queued
*	 job's record to be reused, "N" it is a new record)

    move spaces				to	sched-job-rec.
    move slot-seq			to	schjob-seq-nbr.
    move rfr-target-pgm			to	schjob-pgm-name.
    move "MAILBOX "			to	schjob-desc.
    move ft-desc (ss-type)		to	schjob-desc (9:20).
    move "Q"				to	schjob-frequency.
    move zero				to	schjob-sched-day.
    move "Y"				to	schjob-enabled.
    move zeros				to	schjob-last-run-date
						schjob-last-end-time.
    move space				to	schjob-last-status.
    move rfr-key			to	schjob-rfr-key.

    if eof-register = "Y"
    then
	rewrite sched-job-rec
    else
	write sched-job-rec.
*   endif

be0-99-exit.
    exit.
bf0-log-exception.

    move "u144"				to	elp-pgm.
    move "EXCEPT"			to	elp-type.
    move mailbox-file-name		to	elp-file-name.
    move ws-action			to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.
    move spaces				to	elp-file-name.

bf0-99-exit.
    exit.
bg0-print-file.

    move spaces				to	l1-intake-line.
    move rfr-key			to	l1-rfr-key.
    move rfr-file-name			to	l1-file-name.
    move new-file-type			to	l1-file-type.
    move new-size-bytes			to	l1-size-bytes.
    move new-rec-count			to	l1-rec-count.
    move new-header-count		to	l1-header-count.
    move new-detail-count		to	l1-detail-count.
    move ws-action			to	l1-action.
    move l1-intake-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move spaces				to	ws-action.

bg0-99-exit.
    exit.
ca0-stale-files.

    move 3				to	nbr-lines-to-adv.
    move s1-stale-title			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move zero				to	rfr-key.

    start recv-file-reg key is greater than or equal to rfr-key
	invalid key
	    go to ca0-99-exit.

ca0-10-scan.

    read recv-file-reg next
	at end
	    go to ca0-99-exit.

    if   rfr-status not = "Q"
     and rfr-status not = "F"
    then
	go to ca0-10-scan.
*   endif

    move rfr-receive-date		to	ws-work-date-r.
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-days-out.

    if   rfr-status = "Q"
     and ws-days-out not > 1
    then
	go to ca0-10-scan.
*   endif

    add 1				to	ctr-files-stale.

    move rfr-key			to	l2-rfr-key.
    move rfr-file-name			to	l2-file-name.
    move rfr-file-type			to	l2-file-type.
    move rfr-target-pgm			to	l2-target-pgm.
    move ws-days-out			to	l2-days-out.
    if rfr-status = "F"
    then
	move "PROCESSING PROGRAM FAILED"
					to	l2-status-desc
    else
	move "STILL QUEUED - NOT PROCESSED"
					to	l2-status-desc.
*   endif
    move l2-stale-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    go to ca0-10-scan.

ca0-99-exit.
    exit.
ta0-print-totals.

    move spaces				to	t1-total-line.
    move "FILES ON THE DOWNLOAD LIST"	to	t1-desc.
    move ctr-files-listed		to	t1-count.
    move t1-total-line			to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "QUEUED FOR PROCESSING"	to	t1-desc.
    move ctr-files-queued		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "DUPLICATES REFUSED"		to	t1-desc.
    move ctr-files-duplicate		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "UNRECOGNIZED"			to	t1-desc.
    move ctr-files-unrecognized		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "COULD NOT BE READ"		to	t1-desc.
    move ctr-files-not-read		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "NOT TAKEN - QUEUE FULL"	to	t1-desc.
    move ctr-files-not-queued		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "OVERDUE OR FAILED"		to	t1-desc.
    move ctr-files-stale		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ta0-99-exit.
    exit.
az0-end-of-job.

    move "u144"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-files-queued		to	elp-count.
    move "MAILBOX FILES QUEUED"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close mailbox-list.
    close recv-file-reg.
    close sched-job.
    close intake-rpt-file.

    display "u144 - files listed           " ctr-files-listed.
    display "u144 - files queued           " ctr-files-queued.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write intake-rpt-record		from	h1-intake-head after advancing page.
    write intake-rpt-record		from	h2-intake-head after advancing 2 lines.
    move 2				to	nbr-lines-to-adv.
    move 3				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write intake-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
