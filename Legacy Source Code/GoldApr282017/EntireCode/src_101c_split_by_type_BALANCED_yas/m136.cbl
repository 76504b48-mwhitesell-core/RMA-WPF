identification division.
program-id. m136.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f162 - doctor absence calendar
*			: f020 - doctor master
*
*   program purpose : doctor absence calendar maintenance - the
*			vacations, leaves and conferences each
*			doctor is away for, keyed by the doctor and
*			the first day away.  a claim keyed under the
*			doctor for a day inside an absence is almost
*			always a wrong-doctor bundle or should have
*			gone under the covering locum, so
*			moira+d001 and the u887 scrubber warn on
*			those dates (naming the f081 locum covering
*			the window, if any) and r161 lists every
*			claim billed inside an absence each month.
*			one doctor's absences may not overlap.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f162_doc_absence.slr".
*
    copy "f020_doctor_mstr.slr".
*
data division.
file section.
*
    copy "f162_doc_absence.fd".
*
    copy "f020_doctor_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-absence		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  ws-overlap				pic x	value "N".
77  ws-date-to				pic 9(8)	value zero.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-abs-key.
    05  ws-doc-nbr			pic x(3)	value spaces.
    05  ws-date-from			pic 9(8)	value zero.

*   the absence being filed, held while the doctor's other
*   absences are read for an overlap

01  hold-absence-rec			pic x(80)	value spaces.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

01  counters.
    05  ctr-absence-reads		pic 9(7)	value zero.
    05  ctr-absence-adds		pic 9(7)	value zero.
    05  ctr-absence-changes		pic 9(7)	value zero.
    05  ctr-absence-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"absence already on file for that doctor and date".
	10  filler			pic x(60)   value
		"absence not on file".
	10  filler			pic x(60)   value
		"doctor not on file".
	10  filler			pic x(60)   value
		"date is not valid (yyyymmdd)".
	10  filler			pic x(60)   value
		"last day away may not be before the first day".
	10  filler			pic x(60)   value
		"absence type must be v (vacation), l (leave), c (conference)".
	10  filler			pic x(60)   value
		"overlaps another absence on file for the doctor".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 8 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m136".
    05  line 01 col 15 value "Doctor Absence Calendar Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-abs-key.
    05  line 05 col 01 value "DOCTOR".
    05  scr-doc line 05 col 45 pic x(3) using ws-doc-nbr auto required.
    05  scr-doc-name line 05 col 50 pic x(25) from doc-name.
    05  line 06 col 01 value "FIRST DAY AWAY (yyyymmdd)".
    05  scr-date-from line 06 col 45 pic 9(8) using ws-date-from auto required.

01  scr-abs-dtl.
    05  line 08 col 01 value "LAST DAY AWAY  (yyyymmdd)".
    05  scr-date-to line 08 col 45 pic 9(8) using abs-date-to auto.
    05  line 09 col 01 value "TYPE (V=vacation L=leave C=conference)".
    05  scr-abs-type line 09 col 45 pic x using abs-type auto.
    05  line 10 col 01 value "DESCRIPTION".
    05  scr-desc line 10 col 45 pic x(30) using abs-desc auto.
    05  line 12 col 01 value "ENTERED".
    05  line 12 col 45 pic 9999/99/99 from abs-date-entered.
    05  line 13 col 01 value "LAST CHANGED".
    05  line 13 col 45 pic 9999/99/99 from abs-date-changed.

01  scr-confirm.
    05  line 16 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 16 col 25 pic x using ws-continue auto required.

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
    05  line 13 col 20  value "number of reads".
    05  line 13 col 60  pic z(6)9 using ctr-absence-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-absence-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-absence-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-absence-deletes.
    05  line 21 col 20	value "program m136 ending".
procedure division.
declaratives.

err-absence-file section.
    use after standard error procedure on doc-absence.
err-doc-absence.
    move status-cobol-doc-absence	to common-status-file.
    display file-status-display.
    stop "error in accessing doctor absence calendar".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing doctor master".

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

    move 0				to counters.

    open i-o doc-absence.
    open input doc-mstr.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-entry-type.

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
    move spaces				to	doc-name.
    display scr-abs-key.

ab0-10-doctor.

    accept scr-doc.

    move ws-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-10-doctor.

    display scr-doc-name.

ab0-20-date-from.

    accept scr-date-from.

    move ws-date-from			to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	go to ab0-20-date-from.
*   endif

    move ws-doc-nbr			to	abs-doc-nbr.
    move ws-date-from			to	abs-date-from.

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

    read doc-absence
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-absence-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	doc-absence-rec.
    move ws-doc-nbr			to	abs-doc-nbr.
    move ws-date-from			to	abs-date-from.
    move ws-date-from			to	abs-date-to.
    move "V"				to	abs-type.
    move sys-date-long			to	abs-date-entered.
    move zero				to	abs-date-changed.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ba0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    write doc-absence-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-absence-adds.

ba0-99-exit.
    exit.
bb0-change.

    read doc-absence
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-absence-reads.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    move sys-date-long			to	abs-date-changed.

    rewrite doc-absence-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-absence-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read doc-absence
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-absence-reads.

    display scr-abs-dtl.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete doc-absence record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-absence-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read doc-absence
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-absence-reads.

    display scr-abs-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-abs-dtl.

ca0-10-date-to.

    accept scr-date-to.

    move abs-date-to			to	ws-work-date-r.
    perform xc0-check-date		thru	xc0-99-exit.
    if err-ind not = zero
    then
	go to ca0-10-date-to.
*   endif

    if abs-date-to < abs-date-from
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-date-to.
*   endif

ca0-20-type.

    accept scr-abs-type.

    if   not abs-vacation
     and not abs-leave
     and not abs-conference
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-type.
*   endif

    accept scr-desc.

    move 0				to	err-ind.

*	(no two absences for one doctor may take in the same day -
*	 the checks would only ever find the first)
    move doc-absence-rec		to	hold-absence-rec.
    move abs-date-to			to	ws-date-to.
    perform cb0-check-overlap		thru	cb0-99-exit.

    if ws-overlap = "Y"
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	move hold-absence-rec		to	doc-absence-rec
	go to ca0-10-date-to.
*   endif

    move hold-absence-rec		to	doc-absence-rec.

ca0-99-exit.
    exit.
cb0-check-overlap.

    move "N"				to	ws-overlap.

    move ws-doc-nbr			to	abs-doc-nbr.
    move zero				to	abs-date-from.

    start doc-absence key is greater than or equal to abs-key
	invalid key
	    go to cb0-99-exit.

cb0-10-absence-loop.

    read doc-absence next
	at end
	    go to cb0-99-exit.

    if abs-doc-nbr not = ws-doc-nbr
    then
	go to cb0-99-exit.
*   endif

*	(the record being changed is not an overlap with itself)
    if abs-date-from = ws-date-from
    then
	go to cb0-10-absence-loop.
*   endif

*	(the absence starts after the one being filed ends - none of
*	 the rest can overlap)
    if abs-date-from > ws-date-to
    then
	go to cb0-99-exit.
*   endif

    if abs-date-to not < ws-date-from
    then
	move "Y"			to	ws-overlap
	go to cb0-99-exit.
*   endif

    go to cb0-10-absence-loop.

cb0-99-exit.
    exit.
az0-end-of-job.

    close doc-absence.
    close doc-mstr.

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
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

xc0-99-exit.
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
