identification division.
program-id. m118.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f128 - block-fee plan master
*			: f129 - block-fee enrolment file (delete check)
*			: f040 - oma fee master (covered code check)
*
*   program purpose : block-fee plan maintenance - the annual plans
*			a clinic sells its patients for uninsured
*			services (sick notes, forms, telephone
*			renewals and the like): the plan's annual
*			fee and up to twenty oma codes the fee
*			covers.  claims entry zero-bills a covered
*			code for an enrolled patient, so a code
*			added here is covered for every member from
*			the next claim keyed.  a plan with members
*			on file may not be deleted - make it
*			inactive and the u150 renewal run stops
*			renewing it.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f128_block_fee_plan.slr".
    copy "f129_block_fee_enrol.slr".
    copy "f040_oma_fee_mstr.slr".
*
data division.
file section.
*
    copy "f128_block_fee_plan.fd".
    copy "f129_block_fee_enrol.fd".
    copy "f040_oma_fee_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-block-fee-plan		pic xx	value zero.
77  status-cobol-block-fee-enrol	pic xx	value zero.
77  status-cobol-oma-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

77  ss-code				pic 99	comp.
77  ws-code-ok				pic x	value "Y".
77  ws-plan-in-use			pic x	value "N".

01  ws-plan-key.
    05  ws-plan-clinic-nbr		pic 99	value zero.
    05  ws-plan-cd			pic x(4) value spaces.

01  counters.
    05  ctr-plan-reads			pic 9(7)	value zero.
    05  ctr-plan-adds			pic 9(7)	value zero.
    05  ctr-plan-changes		pic 9(7)	value zero.
    05  ctr-plan-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"plan already on file".
	10  filler			pic x(60)   value
		"plan not on file".
	10  filler			pic x(60)   value
		"status must be a (active) or i (inactive)".
	10  filler			pic x(60)   value
		"annual fee must be greater than zero".
	10  filler			pic x(60)   value
		"covered code not on the oma fee master".
	10  filler			pic x(60)   value
		"plan has members on file - make it inactive instead".
	10  filler			pic x(60)   value
		"plan code may not be blank".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 8 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m118".
    05  line 01 col 15 value "Block-Fee Plan Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-plan-key.
    05  line 05 col 01 value "CLINIC".
    05  scr-clinic line 05 col 30 pic 99 using ws-plan-clinic-nbr auto required.
    05  line 06 col 01 value "PLAN CODE".
    05  scr-plan line 06 col 30 pic x(4) using ws-plan-cd auto required.

01  scr-plan-dtl.
    05  line 08 col 01 value "DESCRIPTION".
    05  scr-desc line 08 col 30 pic x(30) using bfp-desc auto.
    05  line 09 col 01 value "ANNUAL FEE".
    05  scr-fee line 09 col 30 pic zz,zz9.99 using bfp-annual-fee auto.
    05  line 10 col 01 value "STATUS (A=active I=inactive)".
    05  scr-status line 10 col 30 pic x using bfp-status auto required.
    05  line 11 col 01 value "LAST CHANGED".
    05  line 11 col 30 pic 9(8) from bfp-last-change-date.
    05  line 12 col 01 value "COVERED OMA CODES".
    05  scr-code-01 line 13 col 05 pic x(4) using bfp-covered-oma-cd (1) auto.
    05  scr-code-02 line 13 col 15 pic x(4) using bfp-covered-oma-cd (2) auto.
    05  scr-code-03 line 13 col 25 pic x(4) using bfp-covered-oma-cd (3) auto.
    05  scr-code-04 line 13 col 35 pic x(4) using bfp-covered-oma-cd (4) auto.
    05  scr-code-05 line 13 col 45 pic x(4) using bfp-covered-oma-cd (5) auto.
    05  scr-code-06 line 14 col 05 pic x(4) using bfp-covered-oma-cd (6) auto.
    05  scr-code-07 line 14 col 15 pic x(4) using bfp-covered-oma-cd (7) auto.
    05  scr-code-08 line 14 col 25 pic x(4) using bfp-covered-oma-cd (8) auto.
    05  scr-code-09 line 14 col 35 pic x(4) using bfp-covered-oma-cd (9) auto.
    05  scr-code-10 line 14 col 45 pic x(4) using bfp-covered-oma-cd (10) auto.
    05  scr-code-11 line 15 col 05 pic x(4) using bfp-covered-oma-cd (11) auto.
    05  scr-code-12 line 15 col 15 pic x(4) using bfp-covered-oma-cd (12) auto.
    05  scr-code-13 line 15 col 25 pic x(4) using bfp-covered-oma-cd (13) auto.
    05  scr-code-14 line 15 col 35 pic x(4) using bfp-covered-oma-cd (14) auto.
    05  scr-code-15 line 15 col 45 pic x(4) using bfp-covered-oma-cd (15) auto.
    05  scr-code-16 line 16 col 05 pic x(4) using bfp-covered-oma-cd (16) auto.
    05  scr-code-17 line 16 col 15 pic x(4) using bfp-covered-oma-cd (17) auto.
    05  scr-code-18 line 16 col 25 pic x(4) using bfp-covered-oma-cd (18) auto.
    05  scr-code-19 line 16 col 35 pic x(4) using bfp-covered-oma-cd (19) auto.
    05  scr-code-20 line 16 col 45 pic x(4) using bfp-covered-oma-cd (20) auto.

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
    05  line 13 col 20  value "number of reads".
    05  line 13 col 60  pic z(6)9 using ctr-plan-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-plan-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-plan-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-plan-deletes.
    05  line 21 col 20	value "program m118 ending".
procedure division.
declaratives.

err-block-fee-plan-file section.
    use after standard error procedure on block-fee-plan.
err-block-fee-plan.
    move status-cobol-block-fee-plan	to common-status-file.
    display file-status-display.
    stop "error in accessing block-fee plan master".

err-block-fee-enrol-file section.
    use after standard error procedure on block-fee-enrol.
err-block-fee-enrol.
    move status-cobol-block-fee-enrol	to common-status-file.
    display file-status-display.
    stop "error in accessing block-fee enrolment file".

err-oma-fee-mstr-file section.
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

    open i-o   block-fee-plan.
    open input block-fee-enrol
	       oma-fee-mstr.

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
    display scr-plan-key.
    accept scr-clinic.
    accept scr-plan.

    if ws-plan-cd = spaces
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move ws-plan-clinic-nbr		to	bfp-clinic-nbr-1-2.
    move ws-plan-cd			to	bfp-plan-cd.

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

    read block-fee-plan
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-plan-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	block-fee-plan-rec.
    move ws-plan-clinic-nbr		to	bfp-clinic-nbr-1-2.
    move ws-plan-cd			to	bfp-plan-cd.
    move zero				to	bfp-annual-fee.
    move "A"				to	bfp-status.

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

    move sys-date-long			to	bfp-last-change-date.

    write block-fee-plan-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-plan-adds.

ba0-99-exit.
    exit.
bb0-change.

    read block-fee-plan
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-plan-reads.

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

    move sys-date-long			to	bfp-last-change-date.

    rewrite block-fee-plan-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-plan-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read block-fee-plan
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-plan-reads.

    display scr-plan-dtl.

    perform cb0-check-plan-in-use	thru	cb0-99-exit.
    if ws-plan-in-use = "Y"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete block-fee-plan record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-plan-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read block-fee-plan
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-plan-reads.

    display scr-plan-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-plan-dtl.

    accept scr-desc.

ca0-10-fee.

    accept scr-fee.
    if bfp-annual-fee not > zero
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-fee.
*   endif

ca0-20-status.

    accept scr-status.
    if   not bfp-active
     and not bfp-inactive
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-status.
*   endif

ca0-30-codes.

    accept scr-code-01.
    accept scr-code-02.
    accept scr-code-03.
    accept scr-code-04.
    accept scr-code-05.
    accept scr-code-06.
    accept scr-code-07.
    accept scr-code-08.
    accept scr-code-09.
    accept scr-code-10.
    accept scr-code-11.
    accept scr-code-12.
    accept scr-code-13.
    accept scr-code-14.
    accept scr-code-15.
    accept scr-code-16.
    accept scr-code-17.
    accept scr-code-18.
    accept scr-code-19.
    accept scr-code-20.

*	(every covered code must be a real fee-schedule code - d001
*	 matches the claim line's code against this list as keyed)
    move "Y"				to	ws-code-ok.
    perform ca1-check-code		thru	ca1-99-exit
	varying ss-code from 1 by 1
	until   ss-code > 20
	   or   ws-code-ok = "N".

    if ws-code-ok = "N"
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-codes.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
ca1-check-code.

    if bfp-covered-oma-cd (ss-code) = spaces
    then
	go to ca1-99-exit.
*   endif

    move bfp-covered-oma-cd (ss-code)	to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move "N"			to	ws-code-ok.

ca1-99-exit.
    exit.
cb0-check-plan-in-use.

*	(any enrolment at the clinic on the plan, cancelled or not,
*	 keeps the plan on file for the r097 history)
    move "N"				to	ws-plan-in-use.
    move low-values			to	bfe-key.
    move bfp-clinic-nbr-1-2		to	bfe-clinic-nbr-1-2.

    start block-fee-enrol key is greater than or equal to bfe-key
	invalid key
	    go to cb0-99-exit.

cb0-10-read-next.

    read block-fee-enrol next
	at end
	    go to cb0-99-exit.

    if bfe-clinic-nbr-1-2 not = bfp-clinic-nbr-1-2
    then
	go to cb0-99-exit.
*   endif

    if bfe-plan-cd not = bfp-plan-cd
    then
	go to cb0-10-read-next.
*   endif

    move "Y"				to	ws-plan-in-use.

cb0-99-exit.
    exit.
az0-end-of-job.

    close block-fee-plan
	  block-fee-enrol
	  oma-fee-mstr.

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
