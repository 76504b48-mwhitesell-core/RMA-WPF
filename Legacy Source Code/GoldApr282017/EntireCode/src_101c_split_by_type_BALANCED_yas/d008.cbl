*
*   revision history:
*
*   2026/oct/15 DM	- the card can be swiped instead of keyed
*			  (hcswipe).  the stripe's name, birth date,
*			  sex, version code and expiry are compared
*			  with the patient master and each difference
*			  the front desk accepts is filed and logged
*			  through pataudit.
*
environment division.
input-output section.
file-control.
*
* 2026/oct/15 - DM
    copy "f010_new_patient_mstr.slr".
* 2026/oct/15 - end
*
data division.
file section.
*
* 2026/oct/15 - DM
    copy "f010_patient_mstr.fd".
* 2026/oct/15 - end
*
working-storage section.

77  ws-continue				pic x	value spaces.
* 2026/oct/15 - DM
77  err-ind				pic 99	value zero.
77  common-status-file			pic x(2).
77  status-cobol-pat-mstr		pic xx	value zero.
77  ws-diff-reply			pic x	value spaces.
77  ws-card-changed			pic x	value "N".

01  ws-diff-before			pic x(18)	value spaces.
01  ws-diff-after			pic x(18)	value spaces.

    copy "hcswipe.ws".

    copy "pataudit.ws".

01  counters.
    05  ctr-cards-swiped		pic 9(7)	value zero.
    05  ctr-pat-changes			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"card could not be read - swipe again or press enter to key".
	10  filler			pic x(60)   value
		"no patient on file for this health number".
	10  filler			pic x(60)   value
		"reply y or n".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 3 times.

01  err-msg-comment			pic x(60).
* 2026/oct/15 - end

01  hcv-parms.
    05  hcv-health-nbr			pic 9(10)	value zero.
    05  line 01 col 15 value "Health Card Validation Inquiry".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

* 2026/oct/15 - DM
01  scr-swipe.
    05  line 03 col 01 value "SWIPE THE CARD (or press enter to key it)".
    05  scr-swipe-track line 04 col 01 pic x(79) using hcs-track auto.
* 2026/oct/15 - end

01  scr-card.
    05  line 06 col 01 value "HEALTH NUMBER".
    05  scr-health-nbr line 06 col 25 pic 9(10) using hcv-health-nbr auto required.
    05  line 15 col 01 value "ANOTHER CARD (Y/N)".
    05  scr-another-reply line 15 col 25 pic x using ws-continue auto required.

* 2026/oct/15 - DM
01  scr-pat-name.
    05  line 17 col 01 value "PATIENT".
    05  line 17 col 25 pic x(18) from pat-surname.
    05  line 17 col 44 pic x(12) from pat-given-name.

01  scr-pat-diff.
    05  line 19 col 01 pic x(12) from pap-field-id.
    05  line 19 col 14 value "FILE".
    05  line 19 col 19 pic x(18) from ws-diff-before.
    05  line 19 col 38 value "CARD".
    05  line 19 col 43 pic x(18) from ws-diff-after.
    05  line 20 col 01 value "TAKE THE CARD'S VALUE (Y/N)".
    05  scr-diff-reply line 20 col 30 pic x using ws-diff-reply auto required.

01  blank-diff-lines.
    05  line 17 col 01 blank line.
    05  line 19 col 01 blank line.
    05  line 20 col 01 blank line.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  blank-line-24.
    05  line 24 col 1	blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "cards swiped".
    05  line 13 col 60  pic z(6)9 using ctr-cards-swiped.
    05  line 14 col 20  value "patient master changes".
    05  line 14 col 60  pic z(6)9 using ctr-pat-changes.
    05  line 21 col 20	value "program d008 ending".
* 2026/oct/15 - end

01  confirm.
    05 line 23 col 01  value " ".
procedure division.
* 2026/oct/15 - DM
declaratives.

err-pat-file section.
    use after standard error procedure on pat-mstr.
err-pat.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

end declaratives.
* 2026/oct/15 - end

main-line section.
mainline.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

* 2026/oct/15 - DM
    move 0				to	counters.
    open i-o pat-mstr.
* 2026/oct/15 - end

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

* 2026/oct/15 - DM - a swiped card fills the number and version code
*		and is checked against the patient master; a blank
*		swipe line keys the card as before
    display blank-diff-lines.
    move spaces				to	hcs-track.
    display scr-swipe.
    accept scr-swipe-track.

    if hcs-track = spaces
    then
	display scr-card
	accept scr-health-nbr
	accept scr-version
	go to ab0-50-check-card.
*   endif

    call "hcswipe" using hc-swipe-parms
	on exception
	    move "N"			to	hcs-valid-flag.

    if not hcs-card-read
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-processing.
*   endif

    add 1				to	ctr-cards-swiped.
    move hcs-health-nbr			to	hcv-health-nbr.
    move hcs-version-cd			to	hcv-version-cd.
    display scr-card.

    perform ba0-compare-pat-mstr	thru	ba0-99-exit.

ab0-50-check-card.
* 2026/oct/15 - end

    call "hcvcheck" using hcv-parms
	on exception

ab0-99-exit.
    exit.
* 2026/oct/15 - DM - the card against the patient master, one field
*		at a time (see also moira+d001's ce0)
ba0-compare-pat-mstr.

    move hcs-health-nbr			to	pat-health-nbr.
    read pat-mstr key is pat-health-nbr
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    display scr-pat-name.

    move "d008"				to	pap-source-pgm.
    move spaces				to	pap-con-or-run.
    move key-pat-mstr			to	pap-pat-key.
    move "N"				to	ws-card-changed.

    if hcs-surname not = pat-surname
    then
	move "SURNAME"			to	pap-field-id
	move pat-surname		to	pap-before
	move hcs-surname		to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-surname		to	pat-surname.
*	endif
*   endif

    if hcs-given-name not = pat-given-name
    then
	move "GIVEN NAME"		to	pap-field-id
	move pat-given-name		to	pap-before
	move hcs-given-name		to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-given-name		to	pat-given-name.
*	endif
*   endif

    if hcs-birth-date not = pat-birth-date
    then
	move "BIRTH DATE"		to	pap-field-id
	move pat-birth-date		to	pap-before
	move hcs-birth-date		to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-birth-date		to	pat-birth-date.
*	endif
*   endif

    if hcs-sex not = pat-sex
    then
	move "SEX"			to	pap-field-id
	move pat-sex			to	pap-before
	move hcs-sex			to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-sex		to	pat-sex.
*	endif
*   endif

    if hcs-version-cd not = pat-version-cd
    then
	move "VERSION CD"		to	pap-field-id
	move pat-version-cd		to	pap-before
	move hcs-version-cd		to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-version-cd		to	pat-version-cd.
*	endif
*   endif

    if hcs-expiry-date-r not = pat-card-expiry-date
    then
	move "CARD EXPIRY"		to	pap-field-id
	move pat-card-expiry-date	to	pap-before
	move hcs-expiry-date		to	pap-after
	perform bb0-confirm-diff	thru	bb0-99-exit
	if ws-diff-reply = "Y"
	then
	    move hcs-expiry-date-r	to	pat-card-expiry-date.
*	endif
*   endif

    if ws-card-changed = "N"
    then
	go to ba0-99-exit.
*   endif

    move sys-date-long			to	pat-date-last-maint.
    rewrite pat-mstr-rec
	invalid key
	    next sentence.

    add 1				to	ctr-pat-changes.

ba0-99-exit.
    exit.
bb0-confirm-diff.

    move pap-before			to	ws-diff-before.
    move pap-after			to	ws-diff-after.
    move spaces				to	ws-diff-reply.
    display scr-pat-diff.
    accept scr-diff-reply.

    if ws-diff-reply = "y"
    then
	move "Y"			to	ws-diff-reply.
*   endif
    if ws-diff-reply = "n"
    then
	move "N"			to	ws-diff-reply.
*   endif

    if   ws-diff-reply not = "Y"
     and ws-diff-reply not = "N"
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-confirm-diff.
*   endif

*	(only an accepted difference is a change - one audit line
*	 per field, see d013)
    if ws-diff-reply = "Y"
    then
	move "Y"			to	ws-card-changed
	call "pataudit" using pat-audit-parms.
*   endif

bb0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

* 2026/oct/15 - DM
    close pat-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.
* 2026/oct/15 - end

    stop run.

az0-99-exit.
    exit.
* 2026/oct/15 - DM
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.
* 2026/oct/15 - end

    copy "y2k_default_sysdate_century.rtn".
