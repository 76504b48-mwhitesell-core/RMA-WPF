identification division.
program-id. m137.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f163 - outbound transmission register
*			: f098 - user security master
*
*   program purpose : outbound transmission control.  every file
*			that goes out of the building is put on the
*			f163 register by the program that builds it
*			(through outreg).  the operator who sends it
*			signs on here and marks it transmitted - the
*			date, time and their user id go on the
*			register - and marks it acknowledged when
*			the receiver confirms it arrived, with the
*			date and the receiver's reference.  a file
*			already sent, or one with the same content
*			as a file already sent, goes out again only
*			on a supervisor's sign-on (another user, with
*			every program) and a reason; the override
*			stays on the register.  a file produced but
*			not going to be sent at all is withdrawn the
*			same way.  a file replaced by a later run of
*			its program may not be sent.  r164 lists
*			each morning what was never sent and what
*			was never acknowledged.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f163_outbound_reg.slr".
*
    copy "f098_user_security.slr".
*
data division.
file section.
*
    copy "f163_outbound_reg.fd".
*
    copy "f098_user_security.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-outbound-reg		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.

77  ws-user-id				pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  ws-supervisor-id			pic x(8)	value spaces.
77  ws-sup-reason			pic x(30)	value spaces.
77  ws-end-of-session			pic x	value "N".
77  ws-continue				pic x	value spaces.
77  ws-this-file			pic x	value spaces.
77  ws-found				pic x	value "N".
77  ws-override-needed			pic x	value "N".
77  ws-sup-ok				pic x	value "N".
77  ws-hold-hash			pic 9(10)	value zero.
77  ws-ack-date				pic 9(8)	value zero.
77  ws-ack-ref				pic x(20)	value spaces.
77  ws-status-desc			pic x(30)	value spaces.
77  entry-type				pic x	value spaces.
    88  transmit-code				value "T".
    88  acknowledge-code			value "A".
    88  withdraw-code				value "W".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-file-key.
    05  ws-file-type			pic x(4)	value spaces.
    05  ws-prod-date			pic 9(8)	value zero.

*   the register entry chosen, held while the other entries with
*   the same content are read

01  hold-outbound-rec			pic x(256)	value spaces.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  counters.
    05  ctr-outbound-reads		pic 9(7)	value zero.
    05  ctr-transmitted			pic 9(7)	value zero.
    05  ctr-acknowledged		pic 9(7)	value zero.
    05  ctr-withdrawn			pic 9(7)	value zero.
    05  ctr-overrides			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"INVALID ENTRY TYPE - USE T/A/W/I OR * TO END".
	10  filler			pic x(60)   value
		"USER ID OR PASSWORD NOT VALID".
	10  filler			pic x(60)   value
		"NO FILE OF THAT TYPE PRODUCED ON THAT DATE".
	10  filler			pic x(60)   value
		"DATE IS NOT VALID (YYYYMMDD)".
	10  filler			pic x(60)   value
		"FILE ALREADY TRANSMITTED - A SUPERVISOR MUST OVERRIDE".
	10  filler			pic x(60)   value
		"SAME CONTENT ALREADY SENT - A SUPERVISOR MUST OVERRIDE".
	10  filler			pic x(60)   value
		"FILE WAS REPLACED BY A LATER RUN - SEND THE LATER FILE".
	10  filler			pic x(60)   value
		"FILE WAS WITHDRAWN - IT MAY NOT BE SENT".
	10  filler			pic x(60)   value
		"FILE HAS NOT BEEN TRANSMITTED".
	10  filler			pic x(60)   value
		"ONLY A FILE WAITING TO BE SENT MAY BE WITHDRAWN".
	10  filler			pic x(60)   value
		"SUPERVISOR SIGN-ON NOT ACCEPTED".
	10  filler			pic x(60)   value
		"A REASON IS REQUIRED".
	10  filler			pic x(60)   value
		"THE SUPERVISOR MAY NOT BE THE OPERATOR".
	10  filler			pic x(60)   value
		"ACKNOWLEDGED DATE MAY NOT BE BEFORE THE DATE SENT".
	10  filler			pic x(60)   value
		"REGISTER ENTRY CHANGED BY ANOTHER USER - NOT UPDATED".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 15 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m137".
    05  line 01 col 15 value "Outbound Transmission Control".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-operator.
    05  line 03 col 01 value "OPERATOR (BLANK=END)".
    05  scr-user-id line 03 col 30 pic x(8) using ws-user-id auto.
    05  line 03 col 41 value "PASSWORD".
    05  scr-password line 03 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-entry-type.
    05  line 05 col 01 value
	"ENTRY TYPE (T=transmitted A=acknowledged W=withdraw I=inquire *=end)".
    05  scr-type line 05 col 72 pic x using entry-type auto required.

01  scr-file-key.
    05  line 07 col 01 value
	"FILE TYPE (EDT EFT PPAY WSIB RMB EDI GLJ OSCR)".
    05  scr-file-type line 07 col 50 pic x(4) using ws-file-type auto required.
    05  line 08 col 01 value "PRODUCED ON (yyyymmdd)".
    05  scr-prod-date line 08 col 50 pic 9(8) using ws-prod-date auto.

01  scr-file-dtl.
    05  line 10 col 01 value "PRODUCED BY".
    05  line 10 col 15 pic x(8) from obr-pgm.
    05  line 10 col 25 value "AT".
    05  line 10 col 28 pic 99/99/99/99 from obr-prod-time.
    05  line 11 col 01 value "FILE".
    05  line 11 col 15 pic x(40) from obr-file-name.
    05  line 12 col 01 value "RECORDS".
    05  line 12 col 15 pic z(6)9 from obr-rec-count.
    05  line 12 col 25 value "CONTROL TOTAL".
    05  line 12 col 40 pic z,zzz,zzz,zz9.99- from obr-dollar-total.
    05  line 13 col 01 value "CONTENT HASH".
    05  line 13 col 15 pic 9(10) from obr-hash.
    05  line 14 col 01 value "STATUS".
    05  line 14 col 15 pic x(30) from ws-status-desc.
    05  line 15 col 01 value "SENT".
    05  line 15 col 15 pic 9999/99/99 from obr-xmit-date.
    05  line 15 col 26 pic 99/99/99 from obr-xmit-time.
    05  line 15 col 35 value "BY".
    05  line 15 col 38 pic x(8) from obr-xmit-user.
    05  line 15 col 48 value "TIMES".
    05  line 15 col 54 pic z9 from obr-xmit-count.
    05  line 16 col 01 value "SUPERVISOR".
    05  line 16 col 15 pic x(8) from obr-sup-user.
    05  line 16 col 24 pic 9999/99/99 from obr-sup-date.
    05  line 16 col 35 pic x(30) from obr-sup-reason.
    05  line 17 col 01 value "ACKNOWLEDGED".
    05  line 17 col 15 pic 9999/99/99 from obr-ack-date.
    05  line 17 col 26 value "REF".
    05  line 17 col 30 pic x(20) from obr-ack-ref.
    05  line 17 col 51 value "BY".
    05  line 17 col 54 pic x(8) from obr-ack-user.

01  scr-this-file.
    05  line 19 col 01 value "THIS FILE (Y/N)".
    05  scr-this-file-reply line 19 col 25 pic x using ws-this-file auto required.

01  scr-ack.
    05  line 19 col 01 value "ACKNOWLEDGED ON (yyyymmdd)".
    05  scr-ack-date line 19 col 30 pic 9(8) using ws-ack-date auto.
    05  line 19 col 41 value "RECEIVER'S REF".
    05  scr-ack-ref line 19 col 57 pic x(20) using ws-ack-ref auto.

01  scr-supervisor.
    05  line 20 col 01 value "SUPERVISOR ID (BLANK=CANCEL)".
    05  scr-supervisor-id line 20 col 30 pic x(8) using ws-supervisor-id auto.
    05  line 20 col 41 value "PASSWORD".
    05  scr-sup-password line 20 col 50 pic x(8) using ws-entered-password secure auto.
    05  line 21 col 01 value "REASON".
    05  scr-sup-reason line 21 col 30 pic x(30) using ws-sup-reason auto.

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 07 col 01 blank screen.

01  blank-choice-area.
    05  line 19 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "register entries read".
    05  line 12 col 60  pic z(6)9 using ctr-outbound-reads.
    05  line 13 col 20  value "marked transmitted".
    05  line 13 col 60  pic z(6)9 using ctr-transmitted.
    05  line 14 col 20  value "marked acknowledged".
    05  line 14 col 60  pic z(6)9 using ctr-acknowledged.
    05  line 15 col 20  value "withdrawn".
    05  line 15 col 60  pic z(6)9 using ctr-withdrawn.
    05  line 16 col 20  value "supervisor overrides".
    05  line 16 col 60  pic z(6)9 using ctr-overrides.
    05  line 21 col 20	value "program m137 ending".
procedure division.
declaratives.

err-outbound-file section.
    use after standard error procedure on outbound-reg.
err-outbound-reg.
    move status-cobol-outbound-reg	to common-status-file.
    display file-status-display.
    stop "error in accessing outbound transmission register".

err-user-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display file-status-display.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until ws-end-of-session = "Y".
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o outbound-reg.
    open input user-security.

    display scr-title.

aa0-10-operator.

*	(the operator signs on - the register names who sent it)
    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-operator.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	move "Y"			to	ws-end-of-session
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.

    read user-security
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-operator.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-operator.
*   endif

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display blank-work-area.
    display scr-entry-type.
    accept scr-entry-type.

    if end-maintenance
    then
	move "Y"			to	ws-end-of-session
	go to ab0-99-exit.
*   endif

    if   not transmit-code
     and not acknowledge-code
     and not withdraw-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move spaces				to	ws-file-type.
    move sys-date-long			to	ws-prod-date.
    display scr-file-key.
    accept scr-file-type.

ab0-10-prod-date.

    accept scr-prod-date.

    move ws-prod-date			to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	go to ab0-10-prod-date.
*   endif

    perform ba0-find-file		thru	ba0-99-exit.

    if ws-found not = "Y"
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-choice-area.

    if transmit-code
    then
	perform ca0-transmit		thru	ca0-99-exit
    else
	if acknowledge-code
	then
	    perform cb0-acknowledge	thru	cb0-99-exit
	else
	    if withdraw-code
	    then
		perform cc0-withdraw	thru	cc0-99-exit
	    else
		display confirm
		stop " ".
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-find-file.

*	(most types go out once a day - when a type was produced
*	 more than once on the date each is shown in turn until the
*	 operator takes one)
    move "N"				to	ws-found.

    move spaces				to	outbound-reg-rec.
    move ws-file-type			to	obr-file-type.
    move ws-prod-date			to	obr-prod-date.
    move zero				to	obr-prod-time.

    start outbound-reg key is greater than or equal to obr-key
	invalid key
	    go to ba0-99-exit.

ba0-10-file-loop.

    read outbound-reg next
	at end
	    go to ba0-99-exit.

    if   obr-file-type not = ws-file-type
      or obr-prod-date not = ws-prod-date
    then
	go to ba0-99-exit.
*   endif

    add 1				to	ctr-outbound-reads.

    perform xd0-status-desc		thru	xd0-99-exit.
    display scr-file-dtl.

    move spaces				to	ws-this-file.
    display scr-this-file.
    accept scr-this-file-reply.

    if   ws-this-file = "Y"
      or ws-this-file = "y"
    then
	move "Y"			to	ws-found
	move outbound-reg-rec		to	hold-outbound-rec
	go to ba0-99-exit.
*   endif

    go to ba0-10-file-loop.

ba0-99-exit.
    exit.
ca0-transmit.

    if obr-superseded
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-99-exit.
*   endif

    if obr-withdrawn
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-99-exit.
*   endif

*	(a second transmission of the file, or of the same content
*	 under another run, needs a supervisor)
    move "N"				to	ws-override-needed
						ws-sup-ok.

    if   obr-transmitted
      or obr-acknowledged
    then
	move "Y"			to	ws-override-needed
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
    else
	perform cf0-check-same-content	thru	cf0-99-exit
	move hold-outbound-rec		to	outbound-reg-rec
	if ws-override-needed = "Y"
	then
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit.
*	endif
*   endif

    if ws-override-needed = "Y"
    then
	perform ce0-supervisor		thru	ce0-99-exit
	if ws-sup-ok not = "Y"
	then
	    go to ca0-99-exit.
*	endif
*   endif

    perform cg0-confirm			thru	cg0-99-exit.
    if ws-continue not = "Y"
    then
	go to ca0-99-exit.
*   endif

    perform ch0-reread-file		thru	ch0-99-exit.
    if err-ind not = zero
    then
	go to ca0-99-exit.
*   endif

    accept sys-time			from time.

    move "T"				to	obr-status.
    move sys-date-long			to	obr-xmit-date.
    move sys-time (1:6)			to	obr-xmit-time.
    move ws-user-id			to	obr-xmit-user.
    add 1				to	obr-xmit-count.

    if ws-sup-ok = "Y"
    then
	move ws-supervisor-id		to	obr-sup-user
	move sys-date-long		to	obr-sup-date
	move ws-sup-reason		to	obr-sup-reason
	add 1				to	ctr-overrides.
*   endif

    rewrite outbound-reg-rec.

    add 1				to	ctr-transmitted.

ca0-99-exit.
    exit.
cb0-acknowledge.

    if   not obr-transmitted
     and not obr-acknowledged
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-99-exit.
*   endif

*	(a second acknowledgement corrects the first)
    if obr-ack-date = zero
    then
	move sys-date-long		to	ws-ack-date
    else
	move obr-ack-date		to	ws-ack-date.
*   endif
    move obr-ack-ref			to	ws-ack-ref.

    display scr-ack.

cb0-10-ack-date.

    accept scr-ack-date.

    move ws-ack-date			to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	go to cb0-10-ack-date.
*   endif

    if ws-ack-date < obr-xmit-date
    then
	move 14				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cb0-10-ack-date.
*   endif

    accept scr-ack-ref.

    perform cg0-confirm			thru	cg0-99-exit.
    if ws-continue not = "Y"
    then
	go to cb0-99-exit.
*   endif

    perform ch0-reread-file		thru	ch0-99-exit.
    if err-ind not = zero
    then
	go to cb0-99-exit.
*   endif

    move "A"				to	obr-status.
    move ws-ack-date			to	obr-ack-date.
    move ws-ack-ref			to	obr-ack-ref.
    move ws-user-id			to	obr-ack-user.
    move sys-date-long			to	obr-ack-entered.

    rewrite outbound-reg-rec.

    add 1				to	ctr-acknowledged.

cb0-99-exit.
    exit.
cc0-withdraw.

*	(a file that is not going out at all - a trial run, a file
*	 built in error - comes off the morning report only on a
*	 supervisor's say-so)
    if not obr-produced
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-99-exit.
*   endif

    move "N"				to	ws-sup-ok.
    perform ce0-supervisor		thru	ce0-99-exit.
    if ws-sup-ok not = "Y"
    then
	go to cc0-99-exit.
*   endif

    perform cg0-confirm			thru	cg0-99-exit.
    if ws-continue not = "Y"
    then
	go to cc0-99-exit.
*   endif

    perform ch0-reread-file		thru	ch0-99-exit.
    if err-ind not = zero
    then
	go to cc0-99-exit.
*   endif

    move "W"				to	obr-status.
    move ws-supervisor-id		to	obr-sup-user.
    move sys-date-long			to	obr-sup-date.
    move ws-sup-reason			to	obr-sup-reason.

    rewrite outbound-reg-rec.

    add 1				to	ctr-withdrawn.

cc0-99-exit.
    exit.
ce0-supervisor.

*	(an active user with every program, and not the operator
*	 asking - blank cancels)
    move "N"				to	ws-sup-ok.
    move spaces				to	ws-supervisor-id
						ws-entered-password
						ws-sup-reason.
    display scr-supervisor.

ce0-10-sign-on.

    accept scr-supervisor-id.

    if ws-supervisor-id = spaces
    then
	go to ce0-99-exit.
*   endif

    accept scr-sup-password.

    if ws-supervisor-id = ws-user-id
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ce0-10-sign-on.
*   endif

    move ws-supervisor-id		to	sec-user-id.

    read user-security
	invalid key
	    move 11			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ce0-10-sign-on.

    if   not sec-user-active
      or not sec-all-programs
      or sec-password not = ws-entered-password
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ce0-10-sign-on.
*   endif

ce0-20-reason.

    accept scr-sup-reason.

    if ws-sup-reason = spaces
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ce0-20-reason.
*   endif

    move "Y"				to	ws-sup-ok.

ce0-99-exit.
    exit.
cf0-check-same-content.

*	(any other entry with this content already sent)
    move obr-hash			to	ws-hold-hash.

    start outbound-reg key is equal to obr-hash
	invalid key
	    go to cf0-99-exit.

cf0-10-hash-loop.

    read outbound-reg next
	at end
	    go to cf0-99-exit.

    if obr-hash not = ws-hold-hash
    then
	go to cf0-99-exit.
*   endif

    if   obr-transmitted
      or obr-acknowledged
    then
	move "Y"			to	ws-override-needed
	go to cf0-99-exit.
*   endif

    go to cf0-10-hash-loop.

cf0-99-exit.
    exit.
cg0-confirm.

    move spaces				to	ws-continue.
    display scr-confirm.
    accept scr-confirm-reply.
    if ws-continue = "y"
    then
	move "Y"			to	ws-continue.
*   endif

cg0-99-exit.
    exit.
ch0-reread-file.

*	(the entry as it stands now - a producer or another screen
*	 may have touched it since it was shown)
    move 0				to	err-ind.
    move hold-outbound-rec		to	outbound-reg-rec.

    read outbound-reg
	invalid key
	    move 15			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ch0-99-exit.

    if outbound-reg-rec not = hold-outbound-rec
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

ch0-99-exit.
    exit.
az0-end-of-job.

    close outbound-reg.
    close user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xc0-check-date.

    move 0				to	err-ind.

    if   ws-work-date-r not numeric
      or ws-work-mm < 1
      or ws-work-mm > 12
      or ws-work-dd < 1
      or ws-work-dd > 31
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

xc0-99-exit.
    exit.
xd0-status-desc.

    if obr-produced
    then
	move "PRODUCED - NOT SENT"	to	ws-status-desc.
*   endif
    if obr-transmitted
    then
	move "SENT - NOT ACKNOWLEDGED"	to	ws-status-desc.
*   endif
    if obr-acknowledged
    then
	move "ACKNOWLEDGED"		to	ws-status-desc.
*   endif
    if obr-superseded
    then
	move "REPLACED BY A LATER RUN"	to	ws-status-desc.
*   endif
    if obr-withdrawn
    then
	move "WITHDRAWN"		to	ws-status-desc.
*   endif

xd0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
