identification division.
program-id. m134.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f160 - third-party form fee table
*			: f040 - oma fee master
*
*   program purpose : third-party form fee table maintenance - for
*			each kind of report or form the clinic is
*			asked for, the fee agreed for it, the f040
*			code its claim is billed under and the days
*			it is normally due in.  option A adds a
*			type, C changes one, D deletes one, I
*			inquires.  m135 prices new requests off it;
*			a type no longer offered is set inactive
*			rather than deleted while requests for it
*			are still open.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f160_form_fee_tbl.slr".
*
    copy "f040_oma_fee_mstr.slr".
*
data division.
file section.
*
    copy "f160_form_fee_tbl.fd".
*
    copy "f040_oma_fee_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-form-fee-tbl		pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-ffe-key-entry.
    05  ws-ffe-req-type			pic x(4)	value spaces.

77  ws-oma-desc				pic x(24)	value spaces.

01  counters.
    05  ctr-type-reads			pic 9(7)	value zero.
    05  ctr-type-adds			pic 9(7)	value zero.
    05  ctr-type-changes		pic 9(7)	value zero.
    05  ctr-type-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"request type already on file".
	10  filler			pic x(60)   value
		"request type not on file".
	10  filler			pic x(60)   value
		"description is required".
	10  filler			pic x(60)   value
		"fee code not on the oma fee master".
	10  filler			pic x(60)   value
		"fee must be greater than zero".
	10  filler			pic x(60)   value
		"active must be Y or N".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 7 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m134".
    05  line 01 col 15 value "Third-Party Form Fee Table Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-ffe-key.
    05  line 05 col 01 value "REQUEST TYPE".
    05  scr-req-type line 05 col 30 pic x(4) using ws-ffe-req-type auto required.

01  scr-ffe-dtl.
    05  line 07 col 01 value "DESCRIPTION".
    05  scr-desc line 07 col 30 pic x(30) using ffe-desc auto.
    05  line 08 col 01 value "BILLED UNDER FEE CODE".
    05  scr-oma-cd line 08 col 30 pic x(4) using ffe-oma-cd auto.
    05  line 08 col 40 pic x(24) from ws-oma-desc.
    05  line 09 col 01 value "FEE".
    05  scr-fee line 09 col 30 pic zz,zz9.99 using ffe-fee auto.
    05  line 10 col 01 value "DAYS TO DUE".
    05  scr-days-to-due line 10 col 30 pic zz9 using ffe-days-to-due auto.
    05  line 11 col 01 value "ACTIVE (Y/N)".
    05  scr-active line 11 col 30 pic x using ffe-active auto.

01  scr-confirm.
    05  line 20 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 20 col 25 pic x using ws-continue auto required.

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
    05  line 13 col 60  pic z(6)9 using ctr-type-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-type-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-type-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-type-deletes.
    05  line 21 col 20	value "program m134 ending".
procedure division.
declaratives.

err-form-fee-file section.
    use after standard error procedure on form-fee-tbl.
err-form-fee-tbl.
    move status-cobol-form-fee-tbl	to common-status-file.
    display file-status-display.
    stop "error in accessing form fee table".

err-oma-fee-file section.
    use after standard error procedure on oma-fee-mstr.
err-oma-fee-mstr.
    move status-cobol-oma-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing oma fee master".

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

    open i-o   form-fee-tbl.
    open input oma-fee-mstr.

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
    display scr-ffe-key.
    accept scr-req-type.

    move ws-ffe-req-type		to	ffe-req-type.
    move spaces				to	ws-oma-desc.

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

    read form-fee-tbl
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-type-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	form-fee-rec.
    move ws-ffe-req-type		to	ffe-req-type.
    move zero				to	ffe-fee
						ffe-days-to-due.
    move "Y"				to	ffe-active.

    perform ca0-accept-dtl		thru	ca0-99-exit.

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    write form-fee-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-type-adds.

ba0-99-exit.
    exit.
bb0-change.

    read form-fee-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-type-reads.
    perform cb0-fee-code-desc		thru	cb0-99-exit.

    perform ca0-accept-dtl		thru	ca0-99-exit.

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    rewrite form-fee-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-type-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read form-fee-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-type-reads.
    perform cb0-fee-code-desc		thru	cb0-99-exit.

    display scr-ffe-dtl.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete form-fee-tbl record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-type-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read form-fee-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-type-reads.
    perform cb0-fee-code-desc		thru	cb0-99-exit.

    display scr-ffe-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-ffe-dtl.

ca0-10-desc.

    accept scr-desc.
    if ffe-desc = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-desc.
*   endif

ca0-20-oma-cd.

*	(the claim goes out under a code the fee master knows, so
*	 the service line prices, taxes and reports like any other)
    accept scr-oma-cd.
    move ffe-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move spaces			to	ws-oma-desc
	    display scr-ffe-dtl
	    move 5			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-20-oma-cd.
    move fee-desc			to	ws-oma-desc.
    display scr-ffe-dtl.

ca0-30-fee.

    accept scr-fee.
    if ffe-fee not > zero
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-fee.
*   endif

    accept scr-days-to-due.

ca0-40-active.

    accept scr-active.
    if ffe-active = "y"
    then
	move "Y"			to	ffe-active.
*   endif
    if ffe-active = "n"
    then
	move "N"			to	ffe-active.
*   endif
    if   ffe-active not = "Y"
     and ffe-active not = "N"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-active.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
cb0-fee-code-desc.

    move spaces				to	ws-oma-desc.
    move ffe-oma-cd			to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    go to cb0-99-exit.
    move fee-desc			to	ws-oma-desc.

cb0-99-exit.
    exit.
az0-end-of-job.

    close form-fee-tbl.
    close oma-fee-mstr.

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
