*
*   files		: f062 - collections master
*			: f002 - claims master
*			: f141 - claim notes (via clmnote)
*
*   program purpose : collections workbench.  F = flag a claim into
*			collection (the claim must be aged past
*
*   revision history:
*
*   2026/oct/15 DM	- N = key a free-text note against a claim
*			  (category, two lines and an optional
*			  follow-up date for the doctor's tickler),
*			  filed on f141 through clmnote.
*
environment division.
input-output section.
file-control.
    88  log-call				value "L".
    88  settle-entry				value "S".
    88  inquire-entry				value "I".
* 2026/oct/15 - DM
    88  note-entry				value "N".
* 2026/oct/15 - end
    88  end-maintenance				value "*".

77  sel-clinic-nbr			pic 99	value zero.

77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-mth-old				pic s9(4)	value zero.
* 2026/oct/15 - DM - claim notes
77  ws-user-name			pic x(8)	value spaces.
* 2026/oct/15 - end

01  counters.
    05  ctr-coll-reads			pic 9(7)	value zero.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use f/l/s/i/n or * to end".
	10  filler			pic x(60)   value
		"claim not on claims master".
	10  filler			pic x(60)   value
		"claim is still clean a/r - under four months old".
	10  filler			pic x(60)   value
		"collection entry not on file".
* 2026/oct/15 - DM - claim notes
	10  filler			pic x(60)   value
		"note category must be d, r, p or i".
	10  filler			pic x(60)   value
		"note text is required".
	10  filler			pic x(60)   value
		"follow-up date must be a valid date after today".
	10  filler			pic x(60)   value
		"claim note not filed - claim notes file not available".
* 2026/oct/15 - end

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 9 times.

01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

* 2026/oct/15 - DM - claim notes
    copy "clmnote.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
screen section.

    05  scr-clinic line 02 col 15 pic zz using sel-clinic-nbr auto required.

01  scr-entry-type.
* 2026/oct/15 - DM - N = claim note
    05  line 03 col 01 value "ENTRY TYPE (F=flag L=log call S=settle I=inquire N=note *=end)".
    05  scr-type line 03 col 68 pic x using entry-type auto required.
* 2026/oct/15 - end

01  scr-claim-id.
    05  line 05 col 01 value "BATCH NUMBER".
    05  line 11 col 01 value "NOTES".
    05  scr-notes line 11 col 20 pic x(40) using coll-notes auto.

* 2026/oct/15 - DM - claim notes
01  scr-note-dtl.
    05  line 08 col 01 value "CATEGORY (D=dispute R=resubmission P=patient contact I=doctor instr)".
    05  scr-note-cat line 08 col 72 pic x using cnp-category auto required.
    05  line 09 col 01 value "NOTE".
    05  scr-note-line-1 line 09 col 10 pic x(60) using cnp-note-line-1 auto.
    05  scr-note-line-2 line 10 col 10 pic x(60) using cnp-note-line-2 auto.
    05  line 11 col 01 value "FOLLOW-UP (yyyymmdd, 0 = none)".
    05  scr-note-followup line 11 col 35 pic 9(8) using cnp-follow-up-date auto.

01  scr-note-filed.
    05  line 13 col 01 value "NOTE FILED AS NOTE NUMBER".
    05  line 13 col 28 pic zz9 from cnp-note-seq.
    05  line 14 col 01 value "FOLLOW-UP EVENT NUMBER".
    05  line 14 col 28 pic zzz9 from cnp-event-nbr.
* 2026/oct/15 - end

01  scr-entry-show.
    05  line 13 col 01 value "STATUS".
    05  line 13 col 20 pic x from coll-status.
    accept sys-time			from time.

    move 0				to counters.
* 2026/oct/15 - DM - the operator stamp on claim notes
    accept ws-user-name			from user name.
* 2026/oct/15 - end

    open i-o collection-mstr.
    open input claims-mstr.
	go to ab0-99-exit.
*   endif

* 2026/oct/15 - DM
    if note-entry
    then
	perform da0-claim-note		thru	da0-99-exit
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

    move 1				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.


ca0-99-exit.
    exit.
* 2026/oct/15 - DM - a free-text note against a claim
da0-claim-note.

    display scr-claim-id.
    accept scr-batch-nbr.
    accept scr-claim-nbr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-batch-nbr			to	key-clm-batch-nbr.
    move ws-claim-nbr			to	key-clm-claim-nbr.
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.

    move space				to	cnp-category.
    move spaces				to	cnp-note-text.
    move zero				to	cnp-follow-up-date.

    display scr-note-dtl.

da0-10-acpt-cat.

    accept scr-note-cat.

    if not cnp-category-valid
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-10-acpt-cat.
*   endif

da0-20-acpt-text.

    accept scr-note-line-1.
    accept scr-note-line-2.

    if cnp-note-text = spaces
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-20-acpt-text.
*   endif

da0-30-acpt-followup.

    accept scr-note-followup.

    if cnp-follow-up-date not = zero
    then
	if   cnp-follow-up-date not > sys-date-long
	  or cnp-follow-up-date (5:2) < "01"
	  or cnp-follow-up-date (5:2) > "12"
	  or cnp-follow-up-date (7:2) < "01"
	  or cnp-follow-up-date (7:2) > "31"
	then
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to da0-30-acpt-followup.
*	endif
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to da0-99-exit.
*   endif

    move "A"				to	cnp-function.
    move clmhdr-claim-id		to	cnp-claim-id.
    move "m062"				to	cnp-pgm.
    move ws-user-name			to	cnp-operator.
    move clmhdr-doc-nbr (2:3)		to	cnp-doc-nbr.
    move clmhdr-pat-id (1:16)		to	cnp-pat-key.
    call "clmnote" using claim-note-parms.

    if cnp-ok not = "Y"
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

    display scr-note-filed.
    display confirm.
    stop " ".

da0-99-exit.
    exit.
* 2026/oct/15 - end
ab9-find-next-seq.

    move 0				to	ws-next-seq.
