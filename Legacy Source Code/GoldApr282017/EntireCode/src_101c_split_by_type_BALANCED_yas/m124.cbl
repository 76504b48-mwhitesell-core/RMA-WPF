identification division.
program-id. m124.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f137 - segregation-of-duties rules
*			: f098 - user security master
*
*   program purpose : segregation-of-duties rule maintenance.  a
*			rule names two programs no one operator
*			should be able to launch together - keying a
*			payment batch (d004) and approving the refund
*			(d005), issuing it (u125) and marking the
*			cheque cleared (m061) - with the reason.
*			m097 warns on any permission list that would
*			give a user both programs of a rule and files
*			it only on a supervisor override; r108
*			reports the users holding a pair and the
*			pairs a user actually ran.
*			  the operator signs on against f098 and
*			  must be a supervisor (all-programs flag).
*			  the pair is filed lower program name
*			  first, so d005/d004 and d004/d005 are the
*			  one rule.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f137_sod_rule.slr".
*
    copy "f098_user_security.slr".
*
data division.
file section.
*
    copy "f137_sod_rule.fd".
*
    copy "f098_user_security.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-sod-rule		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-pgm-a				pic x(8)	value spaces.
01  ws-pgm-b				pic x(8)	value spaces.
01  ws-pgm-swap				pic x(8)	value spaces.

*   the operator signed on

01  ws-user-id				pic x(8)	value spaces.
01  ws-entered-password			pic x(8)	value spaces.
77  ws-signed-on			pic x	value "N".

01  counters.
    05  ctr-rule-reads			pic 9(7)	value zero.
    05  ctr-rule-adds			pic 9(7)	value zero.
    05  ctr-rule-changes		pic 9(7)	value zero.
    05  ctr-rule-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"rule already on file".
	10  filler			pic x(60)   value
		"rule not on file".
	10  filler			pic x(60)   value
		"user id or password not valid".
	10  filler			pic x(60)   value
		"only a supervisor (all-programs) may maintain these rules".
	10  filler			pic x(60)   value
		"both programs are needed and may not be the same".
	10  filler			pic x(60)   value
		"the reason may not be blank".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m124".
    05  line 01 col 15 value "Segregation-of-Duties Rules".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-sign-on.
    05  line 03 col 01 value "USER (BLANK=END)".
    05  scr-user-id line 03 col 20 pic x(8) using ws-user-id auto.
    05  line 03 col 32 value "PASSWORD".
    05  scr-password line 03 col 42 pic x(8) using ws-entered-password secure auto.

01  scr-entry-type.
    05  line 04 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 04 col 60 pic x using entry-type auto required.

01  scr-rule-key.
    05  line 05 col 01 value "PROGRAM".
    05  scr-pgm-a line 05 col 20 pic x(8) using ws-pgm-a auto.
    05  line 05 col 32 value "MAY NOT GO WITH".
    05  scr-pgm-b line 05 col 50 pic x(8) using ws-pgm-b auto.

01  scr-rule-dtl.
    05  line 07 col 01 value "RULE".
    05  line 07 col 20 pic x(8) from sod-pgm-a.
    05  line 07 col 30 value "/".
    05  line 07 col 32 pic x(8) from sod-pgm-b.
    05  line 09 col 01 value "REASON".
    05  scr-rule-desc line 09 col 20 pic x(40) using sod-rule-desc auto.
    05  line 11 col 01 value "ADDED BY".
    05  line 11 col 20 pic x(8) from sod-added-by.
    05  line 11 col 32 value "ON".
    05  line 11 col 40 pic 9999/99/99 from sod-added-date.
    05  line 12 col 01 value "CHANGED BY".
    05  line 12 col 20 pic x(8) from sod-changed-by.
    05  line 12 col 32 value "ON".
    05  line 12 col 40 pic 9999/99/99 from sod-changed-date.

01  scr-confirm.
    05  line 19 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 19 col 25 pic x using ws-continue auto required.

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
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "reads".
    05  line 12 col 60  pic z(6)9 using ctr-rule-reads.
    05  line 13 col 20  value "rules added".
    05  line 13 col 60  pic z(6)9 using ctr-rule-adds.
    05  line 14 col 20  value "changes".
    05  line 14 col 60  pic z(6)9 using ctr-rule-changes.
    05  line 15 col 20  value "rules deleted".
    05  line 15 col 60  pic z(6)9 using ctr-rule-deletes.
    05  line 21 col 20	value "program m124 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-sod-rule-file section.
    use after standard error procedure on sod-rule.
err-sod-rule.
    move status-cobol-sod-rule		to common-status-file.
*	(35 = not on file yet - aa0 creates it on the first run)
    if common-status-file not = "35"
    then
	display file-status-display
	stop "error in accessing segregation-of-duties rules".
*   endif

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display file-status-display.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if ws-signed-on = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until end-maintenance.
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o sod-rule.

*	(fresh system - create the rule file so the first rule can be
*	 keyed)
    if status-cobol-sod-rule = "35"
    then
	open output sod-rule
	close sod-rule
	open i-o sod-rule.
*   endif

    open input user-security.

    display scr-title.

aa0-10-sign-on.

    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-sign-on.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.
    read user-security
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-sign-on.
*   endif

*	(the rules decide what a supervisor must override - only a
*	 supervisor sets them)
    if not sec-all-programs
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-sign-on.
*   endif

    move "Y"				to	ws-signed-on.

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
    move spaces				to	ws-pgm-a
						ws-pgm-b.
    display scr-rule-key.
    accept scr-pgm-a.
    accept scr-pgm-b.

    if   ws-pgm-a = spaces
      or ws-pgm-b = spaces
      or ws-pgm-a = ws-pgm-b
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

*	(lower program name first - the one rule whichever way round
*	 it is keyed)
    if ws-pgm-a > ws-pgm-b
    then
	move ws-pgm-a			to	ws-pgm-swap
	move ws-pgm-b			to	ws-pgm-a
	move ws-pgm-swap		to	ws-pgm-b.
*   endif

    move ws-pgm-a			to	sod-pgm-a.
    move ws-pgm-b			to	sod-pgm-b.

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

    read sod-rule
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-rule-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	sod-rule-rec.
    move ws-pgm-a			to	sod-pgm-a.
    move ws-pgm-b			to	sod-pgm-b.
    move ws-user-id			to	sod-added-by.
    move sys-date-long-r		to	sod-added-date.
    move zero				to	sod-changed-date.

    perform ca0-accept-dtl		thru	ca0-99-exit.

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    write sod-rule-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-rule-adds.

ba0-99-exit.
    exit.
bb0-change.

    read sod-rule
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-rule-reads.

    perform ca0-accept-dtl		thru	ca0-99-exit.

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    move ws-user-id			to	sod-changed-by.
    move sys-date-long-r		to	sod-changed-date.

    rewrite sod-rule-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-rule-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read sod-rule
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-rule-reads.

    display scr-rule-dtl.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete sod-rule record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-rule-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read sod-rule
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-rule-reads.

    display scr-rule-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-rule-dtl.

ca0-10-desc.

    accept scr-rule-desc.
    if sod-rule-desc = spaces
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-desc.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
az0-end-of-job.

    close sod-rule.
    close user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
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
