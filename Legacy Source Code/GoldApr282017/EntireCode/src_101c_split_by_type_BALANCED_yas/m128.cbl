identification division.
program-id. m128.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f144 - letter template master
*
*   program purpose : letter template maintenance.  a template is
*			keyed by a four-character code and the
*			language ("E" english, "F" french - the
*			french wording of a letter is filed under
*			the same code), says whether the letter goes
*			to a patient, a doctor or a client, and
*			carries up to fifteen body lines.  merge
*			fields are keyed between ampersands
*			(&NAME&, &CLAIM&, &OWING& ...) and a name
*			that is not in letfld.ws, or an ampersand
*			left open, is refused before the template is
*			filed.  A = add, C = change, D = delete,
*			I = inquire.  u155 prints the letters.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f144_letter_template.slr".
*
data division.
file section.
*
    copy "f144_letter_template.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-letter-template	pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

77  ws-user-name			pic x(8)	value spaces.
77  ws-on-file				pic x	value "N".

01  ws-template-cd			pic x(4)	value spaces.
01  ws-language				pic x		value spaces.
01  ws-desc				pic x(30)	value spaces.
01  ws-addressee-type			pic x		value spaces.
01  ws-last-maint-date			pic 9(8)	value zero.
01  ws-last-maint-by			pic x(8)	value spaces.

*   the body as keyed - named lines for the screen, a table for the
*   merge field check

01  ws-body.
    05  ws-line-01			pic x(60).
    05  ws-line-02			pic x(60).
    05  ws-line-03			pic x(60).
    05  ws-line-04			pic x(60).
    05  ws-line-05			pic x(60).
    05  ws-line-06			pic x(60).
    05  ws-line-07			pic x(60).
    05  ws-line-08			pic x(60).
    05  ws-line-09			pic x(60).
    05  ws-line-10			pic x(60).
    05  ws-line-11			pic x(60).
    05  ws-line-12			pic x(60).
    05  ws-line-13			pic x(60).
    05  ws-line-14			pic x(60).
    05  ws-line-15			pic x(60).
01  ws-body-r redefines ws-body.
    05  ws-body-line			pic x(60)
			occurs 15 times.

77  ss-l				pic 99		value zero.
77  ss-f				pic 99		value zero.
77  ws-in-pos				pic 99		value zero.
77  ws-tok-end				pic 99		value zero.
77  ws-tok-len				pic 99		value zero.
77  ws-token				pic x(10)	value spaces.
77  ws-field-ok				pic x		value "Y".
77  ws-field-found			pic x		value "N".
77  ws-bad-line				pic 99		value zero.

    copy "letfld.ws".

01  counters.
    05  ctr-template-reads		pic 9(7)	value zero.
    05  ctr-added			pic 9(7)	value zero.
    05  ctr-changed			pic 9(7)	value zero.
    05  ctr-deleted			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"template code required, language must be E or F".
	10  filler			pic x(60)   value
		"template already on file".
	10  filler			pic x(60)   value
		"template not on file".
	10  filler			pic x(60)   value
		"description required".
	10  filler			pic x(60)   value
		"addressee must be P (patient) D (doctor) or C (client)".
	10  filler			pic x(60)   value
		"the letter has no body".
	10  filler			pic x(60)   value
		"merge field not recognized - body line".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 8 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m128".
    05  line 01 col 15 value "Letter Templates".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-key.
    05  line 05 col 01 value "TEMPLATE".
    05  scr-template-cd line 05 col 12 pic x(4) using ws-template-cd auto.
    05  line 05 col 20 value "LANGUAGE (E/F)".
    05  scr-language line 05 col 36 pic x using ws-language auto.

01  scr-maint-dtl.
    05  line 05 col 45 value "LAST CHANGED".
    05  line 05 col 58 pic 9999/99/99 from ws-last-maint-date.
    05  line 05 col 70 pic x(8) from ws-last-maint-by.

01  scr-template.
    05  line 06 col 01 value "DESCRIPTION".
    05  scr-desc line 06 col 14 pic x(30) using ws-desc auto.
    05  line 06 col 46 value "TO (P=patient D=doctor C=client)".
    05  scr-addressee-type line 06 col 80 pic x using ws-addressee-type auto.
    05  line 07 col 01 value "BODY - merge fields between & signs, e.g. &NAME& &CLAIM& &OWING&".
    05  line 08 col 01 value "01".
    05  scr-line-01 line 08 col 05 pic x(60) using ws-line-01 auto.
    05  line 09 col 01 value "02".
    05  scr-line-02 line 09 col 05 pic x(60) using ws-line-02 auto.
    05  line 10 col 01 value "03".
    05  scr-line-03 line 10 col 05 pic x(60) using ws-line-03 auto.
    05  line 11 col 01 value "04".
    05  scr-line-04 line 11 col 05 pic x(60) using ws-line-04 auto.
    05  line 12 col 01 value "05".
    05  scr-line-05 line 12 col 05 pic x(60) using ws-line-05 auto.
    05  line 13 col 01 value "06".
    05  scr-line-06 line 13 col 05 pic x(60) using ws-line-06 auto.
    05  line 14 col 01 value "07".
    05  scr-line-07 line 14 col 05 pic x(60) using ws-line-07 auto.
    05  line 15 col 01 value "08".
    05  scr-line-08 line 15 col 05 pic x(60) using ws-line-08 auto.
    05  line 16 col 01 value "09".
    05  scr-line-09 line 16 col 05 pic x(60) using ws-line-09 auto.
    05  line 17 col 01 value "10".
    05  scr-line-10 line 17 col 05 pic x(60) using ws-line-10 auto.
    05  line 18 col 01 value "11".
    05  scr-line-11 line 18 col 05 pic x(60) using ws-line-11 auto.
    05  line 19 col 01 value "12".
    05  scr-line-12 line 19 col 05 pic x(60) using ws-line-12 auto.
    05  line 20 col 01 value "13".
    05  scr-line-13 line 20 col 05 pic x(60) using ws-line-13 auto.
    05  line 21 col 01 value "14".
    05  scr-line-14 line 21 col 05 pic x(60) using ws-line-14 auto.
    05  line 22 col 01 value "15".
    05  scr-line-15 line 22 col 05 pic x(60) using ws-line-15 auto.

01  scr-confirm.
    05  line 23 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 23 col 25 pic x using ws-continue auto required.

01  scr-delete-confirm.
    05  line 23 col 01 value "DELETE THIS TEMPLATE (Y/N)".
    05  scr-delete-reply line 23 col 30 pic x using ws-continue auto required.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-23.
    05  line 23 col 1	blank line.

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "reads".
    05  line 12 col 60  pic z(6)9 using ctr-template-reads.
    05  line 13 col 20  value "templates added".
    05  line 13 col 60  pic z(6)9 using ctr-added.
    05  line 14 col 20  value "templates changed".
    05  line 14 col 60  pic z(6)9 using ctr-changed.
    05  line 15 col 20  value "templates deleted".
    05  line 15 col 60  pic z(6)9 using ctr-deleted.
    05  line 21 col 20	value "program m128 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-letter-template-file section.
    use after standard error procedure on letter-template.
err-letter-template.
    move status-cobol-letter-template	to common-status-file.
    display file-status-display.
    stop "error in accessing letter template master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-maintenance.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.
    accept ws-user-name			from user name.

    move 0				to counters.

    open i-o letter-template.

*	(fresh system - create the master so the first template can
*	 be added)
    if status-cobol-letter-template = "35"
    then
	open output letter-template
	close letter-template
	open i-o letter-template.
*   endif

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not delete-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    move spaces				to	ws-template-cd
						ws-language.
    display scr-key.

ab0-10-accept-key.

    accept scr-template-cd.
    accept scr-language.

    if   ws-template-cd = spaces
      or (    ws-language not = "E"
	  and ws-language not = "F")
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-10-accept-key.
*   endif

    perform cd0-read-template		thru	cd0-99-exit.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
    else
	if change-code
	then
	    perform bb0-change		thru	bb0-99-exit
	else
	    if delete-code
	    then
		perform bc0-delete	thru	bc0-99-exit
	    else
		perform bd0-inquire	thru	bd0-99-exit.
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add.

    if ws-on-file = "Y"
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-99-exit.
*   endif

    move spaces				to	ws-desc
						ws-addressee-type
						ws-body.

    perform ca0-accept-template		thru	ca0-99-exit.
    if ws-continue not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move spaces				to	letter-template-rec.
    move ws-template-cd			to	lt-template-cd.
    move ws-language			to	lt-language.
    perform ce0-move-to-record		thru	ce0-99-exit.

    write letter-template-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-added.

    display scr-maint-dtl.

ba0-99-exit.
    exit.
bb0-change.

    if ws-on-file not = "Y"
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    display scr-maint-dtl.

    perform ca0-accept-template		thru	ca0-99-exit.
    if ws-continue not = "Y"
    then
	go to bb0-99-exit.
*   endif

    perform ce0-move-to-record		thru	ce0-99-exit.

    rewrite letter-template-rec.

    add 1				to	ctr-changed.

    display scr-maint-dtl.

bb0-99-exit.
    exit.
bc0-delete.

    if ws-on-file not = "Y"
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-maint-dtl.
    display scr-template.

    display scr-delete-confirm.
    accept scr-delete-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete letter-template record.

    add 1				to	ctr-deleted.

bc0-99-exit.
    exit.
bd0-inquire.

    if ws-on-file not = "Y"
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bd0-99-exit.
*   endif

    display scr-maint-dtl.
    display scr-template.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-template.

*	(key the letter; nothing is filed until every check passes
*	 and the operator says so - ws-continue "Y" back to file it)
    move "N"				to	ws-continue.

ca0-10-accept.

    move 0				to	err-ind.
    display scr-template.
    accept scr-desc.
    accept scr-addressee-type.
    accept scr-line-01.
    accept scr-line-02.
    accept scr-line-03.
    accept scr-line-04.
    accept scr-line-05.
    accept scr-line-06.
    accept scr-line-07.
    accept scr-line-08.
    accept scr-line-09.
    accept scr-line-10.
    accept scr-line-11.
    accept scr-line-12.
    accept scr-line-13.
    accept scr-line-14.
    accept scr-line-15.

    if ws-desc = spaces
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-accept.
*   endif

    if   ws-addressee-type not = "P"
     and ws-addressee-type not = "D"
     and ws-addressee-type not = "C"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-accept.
*   endif

    if ws-body = spaces
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-accept.
*   endif

*	(every merge field closed and known)
    move "Y"				to	ws-field-ok.
    perform cb0-check-line		thru	cb0-99-exit
	varying ss-l from 1 by 1
	until ss-l > 15
	   or ws-field-ok = "N".

    if ws-field-ok = "N"
    then
	move err-msg (8)		to	err-msg-comment
	move ws-bad-line		to	err-msg-comment (40:2)
	perform zb0-show-error		thru	zb0-99-exit
	go to ca0-10-accept.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	move "N"			to	ws-continue
    else
	move "Y"			to	ws-continue.
*   endif

    display blank-line-23.

ca0-99-exit.
    exit.
cb0-check-line.

    move 1				to	ws-in-pos.

cb0-10-char-loop.

    if ws-in-pos > 60
    then
	go to cb0-99-exit.
*   endif

    if ws-body-line (ss-l) (ws-in-pos:1) not = "&"
    then
	add 1				to	ws-in-pos
	go to cb0-10-char-loop.
*   endif

*	(an ampersand opens a field - find where it closes)
    add 1, ws-in-pos			giving	ws-tok-end.

cb0-20-find-close.

    if ws-tok-end > 60
    then
	go to cb0-80-bad-field.
*   endif

    if ws-body-line (ss-l) (ws-tok-end:1) not = "&"
    then
	add 1				to	ws-tok-end
	go to cb0-20-find-close.
*   endif

    compute ws-tok-len = ws-tok-end - ws-in-pos - 1.

    if   ws-tok-len < 1
      or ws-tok-len > 10
    then
	go to cb0-80-bad-field.
*   endif

    move spaces				to	ws-token.
    move ws-body-line (ss-l) (ws-in-pos + 1:ws-tok-len)
					to	ws-token.

    move "N"				to	ws-field-found.
    perform cc0-match-field		thru	cc0-99-exit
	varying ss-f from 1 by 1
	until ss-f > lmf-nbr-fields
	   or ws-field-found = "Y".

    if ws-field-found not = "Y"
    then
	go to cb0-80-bad-field.
*   endif

    add 1, ws-tok-end			giving	ws-in-pos.
    go to cb0-10-char-loop.

cb0-80-bad-field.

    move "N"				to	ws-field-ok.
    move ss-l				to	ws-bad-line.

cb0-99-exit.
    exit.
cc0-match-field.

    if lmf-name (ss-f) = ws-token
    then
	move "Y"			to	ws-field-found.
*   endif

cc0-99-exit.
    exit.
cd0-read-template.

    move "N"				to	ws-on-file.
    move ws-template-cd			to	lt-template-cd.
    move ws-language			to	lt-language.

    read letter-template
	invalid key
	    go to cd0-99-exit.

    add 1				to	ctr-template-reads.
    move "Y"				to	ws-on-file.

    move lt-desc			to	ws-desc.
    move lt-addressee-type		to	ws-addressee-type.
    move lt-body			to	ws-body.
    move lt-last-maint-date		to	ws-last-maint-date.
    move lt-last-maint-by		to	ws-last-maint-by.

cd0-99-exit.
    exit.
ce0-move-to-record.

    move ws-desc			to	lt-desc.
    move ws-addressee-type		to	lt-addressee-type.
    move ws-body			to	lt-body.
    move sys-date-long			to	lt-last-maint-date.
    move ws-user-name			to	lt-last-maint-by.

    move lt-last-maint-date		to	ws-last-maint-date.
    move lt-last-maint-by		to	ws-last-maint-by.

ce0-99-exit.
    exit.
az0-end-of-job.

    close letter-template.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    perform zb0-show-error		thru	zb0-99-exit.

za0-99-exit.
    exit.
zb0-show-error.

    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

zb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
