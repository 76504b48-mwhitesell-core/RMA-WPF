*
*   files		: f002 - claims master
*			: f001 - batch control file
*			: f141 - claim notes
*			: rd007 - claim timeline print (printer)
*
*   program purpose : claim transaction timeline.  d003 shows a
*
*   revision history:
*
*   2026/oct/15 DM	- the claim's f141 notes are merged into the
*			  timeline by note date, with category,
*			  operator and text, on screen and on print.
*
environment division.
input-output section.
file-control.
    copy "f002_claims_mstr.slr".
*
    copy "f001_batch_control_file.slr".
*
    copy "f141_claim_notes.slr".
*
    select timeline-file
	assign to printer print-file-name
    copy "f002_claims_mstr.fd".
*
    copy "f001_batch_control_file.fd".
*
    copy "f141_claim_notes.fd".
*
fd  timeline-file
    record contains 132 characters.
77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-batctrl-file		pic xx	value zero.
* 2026/oct/15 - DM - claim notes
77  status-cobol-claim-notes		pic xx	value zero.
77  ws-notes-avail			pic x	value "N".
* 2026/oct/15 - end

77  eof-claims-mstr			pic x	value "N".

* 2026/sep/02 - DM - split billing: the line's payor agent
	10  evt-agent			pic x.
* 2026/sep/02 - end
* 2026/oct/15 - DM - claim notes ride the timeline on their date
	10  evt-kind			pic x.
	    88  evt-is-note			value "N".
	10  evt-note-operator		pic x(8).
	10  evt-note-text		pic x(120).

*01  hold-timeline-entry			pic x(50).
01  hold-timeline-entry			pic x(175).
* 2026/oct/15 - end

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  filler				pic x(4)	value spaces.
    05  l1-con				pic z9.

* 2026/oct/15 - DM - claim notes
01  l2-note-line.
    05  l2-note-date			pic 9(8).
    05  filler				pic x(9)	value spaces.
    05  l2-note-type			pic x(10).
    05  filler				pic xx		value spaces.
    05  filler				pic x(3)	value "BY ".
    05  l2-note-operator		pic x(8).
    05  filler				pic xx		value spaces.
    05  l2-note-text			pic x(60).
* 2026/oct/15 - end

01  print-line				pic x(132)	value spaces.

77  nbr-lines-this-page			pic 9(3)	value zero.
    05  line cur-line col 63 pic x from evt-agent (ss-evt).
* 2026/sep/02 - end

* 2026/oct/15 - DM - claim notes
01  scr-note-line.
    05  line cur-line col 01 pic 9(8) from evt-period-end (ss-evt).
    05  line cur-line col 13 pic x(10) from evt-type (ss-evt).
    05  line cur-line col 24 value "BY".
    05  line cur-line col 27 pic x(8) from evt-note-operator (ss-evt).

01  scr-note-text-1.
    05  line cur-line col 13 pic x(60) from evt-note-text (ss-evt) (1:60).

01  scr-note-text-2.
    05  line cur-line col 13 pic x(60) from evt-note-text (ss-evt) (61:60).
* 2026/oct/15 - end

01  scr-more.
    05  line 22 col 01 value "MORE - PRESS RETURN TO CONTINUE".

    open input claims-mstr.
    open input batch-ctrl-file.
    open output timeline-file.
* 2026/oct/15 - DM - no notes file yet is no notes
    open input claim-notes.
    if status-cobol-claim-notes = "00"
    then
	move "Y"			to	ws-notes-avail.
*   endif
* 2026/oct/15 - end

    display scr-title.

    move clmhdr-orig-batch-nbr		to	batctrl-batch-nbr.
    perform bd0-get-console		thru	bd0-99-exit.
    move batctrl-con-nbr		to	evt-con-nbr (1).
* 2026/oct/15 - DM
    move space				to	evt-kind (1).
    move spaces				to	evt-note-operator (1)
						evt-note-text (1).
* 2026/oct/15 - end

*	(now every record under the same batch/claim)
    move spaces				to	key-claims-mstr.

ba0-80-sort.

* 2026/oct/15 - DM - the claim's notes join the timeline
    perform be0-load-notes		thru	be0-99-exit.
* 2026/oct/15 - end

*	(chronological order - interchange sort on period/cycle/line)
    if nbr-events < 3
    then
    move clmdtl-agent-cd		to	evt-agent (nbr-events).
* 2026/sep/02 - end

* 2026/oct/15 - DM - a payment m115 moved on or off the claim, an
*		m116 recovery on a written-off claim, and the collection
*		agency's commission u148 wrote off
    if   k-clmdtl-b-oma-cd = "PAID"
     and clmdtl-desc (1:12) = "REALLOCATION"
    then
	move "REALLOCATE"		to	evt-type (nbr-events)
    else
    if   k-clmdtl-b-oma-cd = "PAID"
     and clmdtl-desc (1:8) = "RECOVERY"
    then
	move "RECOVERY"			to	evt-type (nbr-events)
    else
    if   k-clmdtl-b-oma-cd = "WOFF"
     and clmdtl-oma-suff = "V"
    then
	move "W/O REVERS"		to	evt-type (nbr-events)
    else
    if   k-clmdtl-b-oma-cd = "WOFF"
     and clmdtl-oma-suff = "K"
    then
	move "AGENCY FEE"		to	evt-type (nbr-events)
    else
* 2026/oct/15 - end
    if k-clmdtl-b-oma-cd = "PAID"
    then
	move "PAYMENT"			to	evt-type (nbr-events)
*	    endif
*	endif
*   endif
* 2026/oct/15 - DM
*   endif
*   endif
*   endif
*   endif
* 2026/oct/15 - end

    move clmdtl-oma-cd			to	evt-oma-cd (nbr-events).
* 2026/oct/15 - DM
    move space				to	evt-kind (nbr-events).
    move spaces				to	evt-note-operator (nbr-events)
						evt-note-text (nbr-events).
* 2026/oct/15 - end
    move clmdtl-oma-suff		to	evt-oma-suff (nbr-events).
    move clmdtl-fee-oma			to	evt-amount (nbr-events).
    move clmdtl-orig-batch-id		to	evt-batch-ref (nbr-events).

bd0-99-exit.
    exit.
* 2026/oct/15 - DM
be0-load-notes.

*	(a note sorts on its own date, after that day's postings -
*	 cycle 99 and its sequence in the line position)
    if ws-notes-avail not = "Y"
    then
	go to be0-99-exit.
*   endif

    move ws-claim-id			to	cn-claim-id.
    move zero				to	cn-note-seq.

    start claim-notes key is greater than or equal to cn-key
	invalid key
	    go to be0-99-exit.

be0-10-note-loop.

    read claim-notes next
	at end
	    go to be0-99-exit.

    if cn-claim-id not = ws-claim-id
    then
	go to be0-99-exit.
*   endif

    if nbr-events >= 100
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	move 0				to	err-ind
	go to be0-99-exit.
*   endif

    add 1				to	nbr-events.
    move cn-note-date			to	evt-period-end (nbr-events).
    move 99				to	evt-cycle (nbr-events).
    move cn-note-seq (2:2)		to	evt-line-no (nbr-events).

    if cn-cat-dispute
    then
	move "NOTE DISP"		to	evt-type (nbr-events)
    else
	if cn-cat-resubmission
	then
	    move "NOTE RESUB"		to	evt-type (nbr-events)
	else
	    if cn-cat-patient-contact
	    then
		move "NOTE PAT"		to	evt-type (nbr-events)
	    else
		move "NOTE DR"		to	evt-type (nbr-events).
*	    endif
*	endif
*   endif

    move spaces				to	evt-oma-cd (nbr-events)
						evt-oma-suff (nbr-events)
						evt-batch-ref (nbr-events)
						evt-agent (nbr-events).
    move zero				to	evt-amount (nbr-events)
						evt-con-nbr (nbr-events).
    move "N"				to	evt-kind (nbr-events).
    move cn-operator			to	evt-note-operator (nbr-events).
    move cn-note-text			to	evt-note-text (nbr-events).

    go to be0-10-note-loop.

be0-99-exit.
    exit.
* 2026/oct/15 - end
ca0-show-timeline.

    display blank-work-area.
    exit.
cb0-show-one-event.

* 2026/oct/15 - DM - a note shows its text on the lines under it
*   display scr-time-line.
    if not evt-is-note (ss-evt)
    then
	display scr-time-line
	go to cb0-50-next-line.
*   endif

    display scr-note-line.
    add 1				to	cur-line.
    display scr-note-text-1.
    if evt-note-text (ss-evt) (61:60) not = spaces
    then
	add 1				to	cur-line
	display scr-note-text-2.
*   endif

cb0-50-next-line.
* 2026/oct/15 - end
    add 1				to	cur-line.

    if cur-line > 20
    exit.
db0-print-one-event.

* 2026/oct/15 - DM
    if evt-is-note (ss-evt)
    then
	perform dc0-print-note		thru	dc0-99-exit
	go to db0-99-exit.
*   endif
* 2026/oct/15 - end

    move evt-period-end (ss-evt)	to	l1-period-end.
    move evt-cycle (ss-evt)		to	l1-cycle.
    move evt-type (ss-evt)		to	l1-type.

db0-99-exit.
    exit.
* 2026/oct/15 - DM
dc0-print-note.

    move spaces				to	l2-note-line.
    move evt-period-end (ss-evt)	to	l2-note-date.
    move evt-type (ss-evt)		to	l2-note-type.
    move evt-note-operator (ss-evt)	to	l2-note-operator.
    move evt-note-text (ss-evt) (1:60)	to	l2-note-text.
    move l2-note-line			to	print-line.
    perform dd0-write-print-line	thru	dd0-99-exit.

    if evt-note-text (ss-evt) (61:60) not = spaces
    then
	move evt-note-text (ss-evt) (61:60)
					to	print-line (43:60)
	perform dd0-write-print-line	thru	dd0-99-exit.
*   endif

dc0-99-exit.
    exit.
dd0-write-print-line.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	write timeline-record		from	h1-time-head after advancing page
	write timeline-record		from	h2-time-head after advancing 2 lines
	move 4				to	nbr-lines-this-page.
*   endif

    write timeline-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

dd0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close claims-mstr.
    close batch-ctrl-file.
    close timeline-file.
* 2026/oct/15 - DM
    if ws-notes-avail = "Y"
    then
	close claim-notes.
*   endif
* 2026/oct/15 - end

    stop run.

