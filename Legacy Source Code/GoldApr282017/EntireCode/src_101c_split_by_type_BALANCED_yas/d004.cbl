*		: f030 - location master 
*		: f040 - oma fee schedule master 
*		: f090 - constants master 
*		: f141 - claim notes (via clmnote)
* 
*    program purpose : 'adjustment'/'payment' batch data entry. 
* 
*			  data-entry-flag which was lost with the old
*			  copylib, and changed "call program" to the
*			  converted "call" form.
* 2026/oct/15 DM	- adjustment approval limits:  the operator
*			  signs on against f098 and an adjustment
*			  batch entry over their sec-adj-limit is
*			  held on f139 with a reason instead of
*			  posted - claim, batch totals and revenue
*			  untouched - until a supervisor approves,
*			  rejects or sends it back in m125.  entries
*			  sent back are shown at the next sign-on.
* 2026/oct/15 DM	- claim notes:  "T" at the accept prompt keys a
*			  free-text note (category, two lines and an
*			  optional follow-up date for the doctor's
*			  tickler) against the claim being adjusted or
*			  paid, filed on f141 through clmnote under the
*			  signed-on operator.

environment division. 
input-output section. 
* 2026/sep/02 - end
* 2019/feb/04 - end

* 2026/oct/15 - DM - operator sign-on and the held-adjustment queue
    copy "f098_user_security.slr".

    copy "f139_pending_adj.slr".
* 2026/oct/15 - end

data division. 
file section. 
    copy "f001_batch_control_file.fd". 
copy "f084_entry_recovery.fd".
* 2026/sep/02 - end
* 2019/feb/04 - end

* 2026/oct/15 - DM
    copy "f098_user_security.fd".

    copy "f139_pending_adj.fd".
* 2026/oct/15 - end
* 
working-storage section. 
 
77  ws-replayed-claims			pic 99	value zero.
* 2026/sep/02 - end

* 2026/oct/15 - DM - adjustment approval limits
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-pending-adj		pic xx	value zero.
77  eof-pending-adj			pic x	value "N".
77  ws-operator-id			pic x(8)	value spaces.
77  ws-operator-password		pic x(8)	value spaces.
77  ws-operator-limit			pic 9(5)	value zero.
77  ws-operator-unlimited		pic x	value "N".
77  ws-limit-amt			pic 9(6)v99	value zero.
77  ws-over-limit			pic x	value "N".
77  ws-pend-nbr				pic 9(6)	value zero.
77  ws-pend-reason			pic x(40)	value spaces.
77  ctr-held-adjustments		pic 9(5)	value zero.
* 2026/oct/15 - end

copy "def_agents.ws".
 
copy "mth_desc_max_days.ws". 
* 2019/aug/06 - DM - claims master update journal
copy "clmjrnl.ws".
* 2019/aug/06 - end
* 2026/oct/15 - DM - claim notes
copy "clmnote.ws".
* 2026/oct/15 - end
 
* 
*  keys (and/or record layouts) for all indexed files 
	10  filler				pic x(60)	value 
		"Doctor has terminated > 6 months, please verify".                   
* MC6 - end
* 2026/oct/15 - DM
	10  filler				pic x(60)	value
		"OPERATOR SIGN-ON NOT ACCEPTED".
	10  filler				pic x(60)	value
		"OVER YOUR ADJUSTMENT LIMIT - ENTRY HELD FOR A SUPERVISOR".
	10  filler				pic x(60)	value
		"A REASON IS REQUIRED FOR A HELD ADJUSTMENT".
	10  filler				pic x(60)	value
		"NO CLAIM TO NOTE - A MISCELLANEOUS ENTRY HAS NO CLAIM".
	10  filler				pic x(60)	value
		"NOTE CATEGORY MUST BE D, R, P OR I".
	10  filler				pic x(60)	value
		"NOTE TEXT REQUIRED / FOLLOW-UP MUST BE A DATE AFTER TODAY".
	10  filler				pic x(60)	value
		"CLAIM NOTE NOT FILED - CLAIM NOTES FILE NOT AVAILABLE".
* 2026/oct/15 - end
    05  error-messages-r redefines error-messages. 
	10  err-msg				pic x(60) 
* 2026/oct/15 - DM
			occurs 60 times. 
* 2026/oct/15 - end
 
01  err-msg-comment				pic x(60). 
 
    05  scr-prior-year-fld line 21 col 40 pic x using batctrl-prior-year-flag auto.
* 2026/sep/02 - end

* 2026/oct/15 - DM - operator sign-on and held adjustments
01  scr-operator-sign-on.
    05  line 10 col 20 value "OPERATOR ID (BLANK=END)".
    05  scr-operator-id line 10 col 45 pic x(8) using ws-operator-id auto.
    05  line 11 col 20 value "PASSWORD".
    05  scr-operator-password line 11 col 45 pic x(8) using ws-operator-password secure auto.

01  scr-pend-reason.
    05  line 20 col 01 value "HELD FOR A SUPERVISOR - REASON".
    05  scr-pend-reason-fld line 20 col 33 pic x(40) using ws-pend-reason auto.

01  scr-pend-held.
    05  line 20 col 01 blank line.
    05  line 20 col 01 value "HELD AS PENDING ADJUSTMENT NUMBER".
    05  line 20 col 36 pic 9(6) from ws-pend-nbr.

01  blank-line-20.
    05  line 20 col 01 blank line.

01  scr-claim-note.
    05  line 20 col 01 blank line.
    05  line 20 col 01 value "NOTE CATEGORY (D/R/P/I)".
    05  scr-note-cat line 20 col 25 pic x using cnp-category auto.
    05  line 20 col 30 value "FOLLOW-UP (YYYYMMDD, 0=NONE)".
    05  scr-note-fu line 20 col 60 pic 9(8) using cnp-follow-up-date auto.
    05  line 21 col 01 blank line.
    05  line 21 col 01 value "NOTE".
    05  scr-note-1 line 21 col 07 pic x(60) using cnp-note-line-1 auto.
    05  line 22 col 01 blank line.
    05  scr-note-2 line 22 col 07 pic x(60) using cnp-note-line-2 auto.

01  scr-claim-note-filed.
    05  line 21 col 01 blank line.
    05  line 22 col 01 blank line.
    05  line 20 col 01 blank line.
    05  line 20 col 01 value "CLAIM NOTE FILED AS NOTE NUMBER".
    05  line 20 col 34 pic zz9 from cnp-note-seq.

01  blank-lines-20-22.
    05  line 20 col 01 blank line.
    05  line 21 col 01 blank line.
    05  line 22 col 01 blank line.

01  scr-sent-back.
    05  blank screen.
    05  line 05 col 01 value "ADJUSTMENT SENT BACK BY THE SUPERVISOR".
    05  line 07 col 01 value "PENDING NUMBER".
    05  line 07 col 20 pic 9(6) from pa-pend-nbr.
    05  line 08 col 01 value "BATCH".
    05  line 08 col 20 pic x(9) from pa-batch-nbr.
    05  line 09 col 01 value "CLAIM ADJUSTED".
    05  line 09 col 20 pic x(11) from pa-claim-id.
    05  line 10 col 01 value "AMOUNT (OHIP)".
    05  line 10 col 20 pic zzz,zz9.99- from pa-amt-ohip.
    05  line 11 col 01 value "YOUR REASON".
    05  line 11 col 20 pic x(40) from pa-reason.
    05  line 12 col 01 value "SUPERVISOR".
    05  line 12 col 20 pic x(8) from pa-supervisor.
    05  line 13 col 01 value "NOTE".
    05  line 13 col 20 pic x(40) from pa-note.
* 2026/oct/15 - end

01  confirm. 
    05 line 23 col 01  value " ". 
 
01  verification-screen. 
*  sms 105 allow the location code to be updated for "R" adj.  s.f. 
*   05  line 24 col 58	value "ACCEPT (Y/N/M) ". 
* 2026/oct/15 - DM - T = claim note
*   05  line 24 col 58	value "ACCEPT (Y/N/M/L) ". 
*   05  line 24 col 75	pic x	to flag. 
    05  line 24 col 58	value "ACCEPT (Y/N/M/L/T) ". 
    05  line 24 col 77	pic x	to flag. 
* 2026/oct/15 - end
 
01  scr-reject-entry. 
    05  line 24 col 50	value "ENTRY IS ". 
	move const-hst-rate		to ws-hst-rate.
*   endif
* 2019/may/20 - end

* 2026/oct/15 - DM - operator sign-on - the f098 adjustment limit
*		decides whether an adjustment posts or is held
    open input	user-security.
    open i-o	pending-adj.
    if status-cobol-pending-adj = "35"
    then
	open output pending-adj
	close pending-adj
	open i-o pending-adj.
*   endif

    perform ta0-operator-sign-on	thru	ta0-99-exit.
    if ws-operator-id = spaces
    then
	perform az0-end-of-job		thru	az0-99-exit.
*   endif
* 2026/oct/15 - end
 
000-main-line. 
    perform aa0-batch-initialization		thru aa0-99-exit. 
 
    perform la0-acpt-verification		thru	la0-99-exit. 
 
* 2026/oct/15 - DM - a claim note, then back to the accept prompt
    if flag = "T"
    then
	perform te0-add-claim-note	thru	te0-99-exit
	go to ab0-60-acpt-verification.
*   endif
* 2026/oct/15 - end
 
* sms 105 allow update of location on detail screen for "R" adj   s.f. 
 
   if flag = "L" and batctrl-adj-cd = "R" 
	        subtract 1				from	batctrl-last-claim-nbr 
						        giving	batctrl-last-claim-nbr 
							clmhdr-orig-claim-nbr. 
* 2026/oct/15 - DM - an adjustment over the operator's limit is held
*		on f139 for a supervisor instead of posted
    if   flag = "Y"
     and batctrl-batch-type = "A"
    then
	perform tb0-check-adj-limit	thru	tb0-99-exit
	if ws-over-limit = "Y"
	then
	    perform tc0-hold-for-approval	thru	tc0-99-exit
	    go to ab0-99-exit.
*	endif
*   endif
* 2026/oct/15 - end
    if flag = "Y" 
    then 
**   the following 'add' and 'if-condition' are added by m.s. - sms 99 
    exit.
* 2026/sep/02 - end

* 2026/oct/15 - DM - adjustment approval limits
ta0-operator-sign-on.

    display blank-screen.
    move spaces				to ws-operator-id
					   ws-operator-password.
    display scr-operator-sign-on.
    accept scr-operator-id.

    if ws-operator-id = spaces
    then
	go to ta0-99-exit.
*   endif

    accept scr-operator-password.

    move ws-operator-id			to sec-user-id.
    read user-security
	invalid key
	    move 54			to err-ind
	    perform za0-common-error	thru za0-99-exit
	    go to ta0-operator-sign-on.

    if   not sec-user-active
      or sec-password not = ws-operator-password
    then
	move 54				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to ta0-operator-sign-on.
*   endif

*	(a supervisor is not limited - a limit never set holds every
*	 adjustment until one is given in m097)
    if sec-all-programs
    then
	move "Y"			to ws-operator-unlimited
    else
	move "N"			to ws-operator-unlimited
	if sec-adj-limit numeric
	then
	    move sec-adj-limit		to ws-operator-limit
	else
	    move zero			to ws-operator-limit.
*	endif
*   endif

    perform td0-show-sent-back		thru td0-99-exit.

ta0-99-exit.
    exit.

tb0-check-adj-limit.

*	(the larger of the ohip and oma amounts, either sign - a
*	 write-down is as much an adjustment as an add-on)
    move "N"				to ws-over-limit.

    if ws-operator-unlimited = "Y"
    then
	go to tb0-99-exit.
*   endif

    move ws-posted-ohip			to abs-posted-ohip.
    move ws-posted-oma			to abs-posted-oma.
    move ws-operator-limit		to ws-limit-amt.

    if   abs-posted-ohip > ws-limit-amt
      or abs-posted-oma  > ws-limit-amt
    then
	move "Y"			to ws-over-limit.
*   endif

tb0-99-exit.
    exit.

tc0-hold-for-approval.

    move 55				to err-ind.
    perform za0-common-error		thru za0-99-exit.

tc0-10-reason.

    move spaces				to ws-pend-reason.
    display scr-pend-reason.
    accept scr-pend-reason-fld.

    if ws-pend-reason = spaces
    then
	move 56				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to tc0-10-reason.
*   endif

*	(build the claim as ma0/ab2 would - nothing is written to
*	 the claims master and the batch totals are not touched)
    perform ab3-create-claim-id		thru ab3-99-exit.
    move clmhdr-adj-oma-cd		to clmdtl-oma-cd.
    move clmhdr-adj-oma-suff		to clmdtl-oma-suff.
    perform ab2-preset-clmdtl-data	thru ab2-99-exit.

*	(next pending number off the counter record - number zero)
    move zero				to pa-pend-nbr.
    read pending-adj
	invalid key
	    move spaces			to pending-adj-ctr-rec
	    move zero			to pa-pend-nbr
					   pa-last-pend-nbr
	    move "*"			to pa-status
	    write pending-adj-ctr-rec.

    add 1				to pa-last-pend-nbr.
    move pa-last-pend-nbr		to ws-pend-nbr.
    rewrite pending-adj-ctr-rec.

    move spaces				to pending-adj-rec.
    move ws-pend-nbr			to pa-pend-nbr.
    move "P"				to pa-status.
    move batctrl-bat-clinic-nbr-1-2	to pa-clinic-nbr.
    move batctrl-batch-nbr		to pa-batch-nbr.
    move batctrl-adj-cd			to pa-adj-cd.
    move batctrl-agent-cd		to pa-agent-cd.
    move clmhdr-claim-id		to pa-claim-id.
    move ws-posted-ohip			to pa-amt-ohip.
    move ws-posted-oma			to pa-amt-oma.
    move ws-amt-tech			to pa-amt-tech.
    move doc-dept			to pa-doc-dept.
    move ws-operator-id			to pa-operator.
    move ws-operator-limit		to pa-operator-limit.
    move sys-date-long			to pa-keyed-date.
    accept sys-time			from time.
    move sys-hrs			to pa-keyed-time (1:2).
    move sys-min			to pa-keyed-time (3:2).
    move sys-sec			to pa-keyed-time (5:2).
    move ws-pend-reason			to pa-reason.
    move zero				to pa-decided-date
					   pa-decided-time
					   pa-posted-claim-nbr.
    move claim-header-rec		to pa-clmhdr-image.
    move claim-detail-rec		to pa-clmdtl-image.
    move batctrl-rec			to pa-batctrl-image.

    write pending-adj-rec
	invalid key
	    move 55			to err-ind
	    perform za0-common-error	thru za0-99-exit.

    add 1				to ctr-held-adjustments.

    display scr-pend-held.
    display confirm.
    stop " ".
    display blank-line-20.

*	(the claim number goes back for the next entry)
    perform ab4-subtract-1-from-claim-nbr thru ab4-99-exit.

tc0-99-exit.
    exit.

td0-show-sent-back.

*	(entries the supervisor sent back to this operator - shown
*	 once, then marked seen)
    move "N"				to eof-pending-adj.
    move 1				to pa-pend-nbr.

    start pending-adj key is greater than or equal to pa-pend-nbr
	invalid key
	    move "Y"			to eof-pending-adj.

td0-10-loop.

    if eof-pending-adj = "Y"
    then
	go to td0-99-exit.
*   endif

    read pending-adj next
	at end
	    go to td0-99-exit.

    if   not pa-sent-back
      or pa-operator not = ws-operator-id
    then
	go to td0-10-loop.
*   endif

    display scr-sent-back.
    display confirm.
    stop " ".

    move "K"				to pa-status.
    rewrite pending-adj-rec
	invalid key
	    next sentence.

    go to td0-10-loop.

td0-99-exit.
    exit.

te0-add-claim-note.

*	(the note goes on the claim being adjusted or paid - its
*	 header was saved when the claim was keyed; a miscellaneous
*	 "M"/"R" entry has no claim to note)
    if dummy-claim-id-required
    then
	move 57				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to te0-99-exit.
*   endif

    move space				to cnp-category.
    move spaces				to cnp-note-text.
    move zero				to cnp-follow-up-date.

    display scr-claim-note.

te0-10-acpt-cat.

    accept scr-note-cat.

    if not cnp-category-valid
    then
	move 58				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to te0-10-acpt-cat.
*   endif

te0-20-acpt-text.

    accept scr-note-fu.
    accept scr-note-1.
    accept scr-note-2.

    if   cnp-note-text = spaces
      or (    cnp-follow-up-date not = zero
	  and (   cnp-follow-up-date not > sys-date-long
	       or cnp-follow-up-date (5:2) < "01"
	       or cnp-follow-up-date (5:2) > "12"
	       or cnp-follow-up-date (7:2) < "01"
	       or cnp-follow-up-date (7:2) > "31"))
    then
	move 59				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to te0-20-acpt-text.
*   endif

    move "A"				to cnp-function.
    move ws-save-claims-header (2:11)	to cnp-claim-id.
    move "d004"				to cnp-pgm.
    move ws-operator-id			to cnp-operator.
    move ws-save-claims-header (5:3)	to cnp-doc-nbr.
    move ws-save-claims-header (20:16)	to cnp-pat-key.
    call "clmnote" using claim-note-parms.

    if cnp-ok not = "Y"
    then
	display blank-lines-20-22
	move 60				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to te0-99-exit.
*   endif

    display scr-claim-note-filed.
    display confirm.
    stop " ".
    display blank-lines-20-22.

te0-99-exit.
    exit.
* 2026/oct/15 - end

az0-end-of-job. 
 
az0-10. 
* 2026/sep/02 - DM
    close	entry-recovery.
* 2026/sep/02 - end
* 2026/oct/15 - DM
    close	user-security
		pending-adj.
* 2026/oct/15 - end
    close	batch-ctrl-file 
		claims-mstr 
		iconst-mstr 
	     or "M" 
	     or "L" 
* sms 105 allow location code to be updated for "R" adjustments  s.f. 
* 2026/oct/15 - DM
	     or "T"
* 2026/oct/15 - end
    then 
	next sentence 
    else 
