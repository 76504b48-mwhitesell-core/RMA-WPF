identification division.
program-id. m120.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f130 - MOH billing threshold table
*			: f040 - oma fee master (code check)
*
*   program purpose : MOH billing threshold maintenance - the
*			thresholds MOH applies in a fiscal year,
*			entered once a year from the MOH bulletin:
*			an annual gross billing limit for the whole
*			practice or for up to ten fee codes, or a
*			daily services limit on up to ten fee codes,
*			with the percentage MOH cuts the payment by
*			past the limit.  the monthly r101 monitor
*			measures every doctor against the fiscal
*			year's thresholds.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f130_billing_threshold.slr".
    copy "f040_oma_fee_mstr.slr".
*
data division.
file section.
*
    copy "f130_billing_threshold.fd".
    copy "f040_oma_fee_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-billing-threshold	pic xx	value zero.
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
77  ws-codes-keyed			pic 99	value zero.

01  ws-thr-key.
    05  ws-thr-fiscal-yy		pic 9(4)	value zero.
    05  ws-thr-seq-nbr			pic 99		value zero.

01  counters.
    05  ctr-thr-reads			pic 9(7)	value zero.
    05  ctr-thr-adds			pic 9(7)	value zero.
    05  ctr-thr-changes			pic 9(7)	value zero.
    05  ctr-thr-deletes			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"threshold already on file".
	10  filler			pic x(60)   value
		"threshold not on file".
	10  filler			pic x(60)   value
		"type must be a (annual) or d (daily)".
	10  filler			pic x(60)   value
		"scope must be p (practice) or c (codes) - daily is c only".
	10  filler			pic x(60)   value
		"limit must be greater than zero".
	10  filler			pic x(60)   value
		"reduction percent must be over zero and not over 100".
	10  filler			pic x(60)   value
		"code not on the oma fee master".
	10  filler			pic x(60)   value
		"at least one fee code is needed for scope c".
	10  filler			pic x(60)   value
		"fiscal year must be a 4-digit year".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 10 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m120".
    05  line 01 col 15 value "MOH Billing Threshold Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-thr-key.
    05  line 05 col 01 value "FISCAL YEAR (APRIL START)".
    05  scr-fiscal-yy line 05 col 30 pic 9(4) using ws-thr-fiscal-yy auto required.
    05  line 06 col 01 value "SEQUENCE NUMBER".
    05  scr-seq line 06 col 30 pic 99 using ws-thr-seq-nbr auto required.

01  scr-thr-dtl.
    05  line 08 col 01 value "DESCRIPTION".
    05  scr-desc line 08 col 30 pic x(30) using thr-desc auto.
    05  line 09 col 01 value "TYPE (A=annual D=daily)".
    05  scr-thr-type line 09 col 30 pic x using thr-type auto required.
    05  line 09 col 40 value "SCOPE (P=practice C=codes)".
    05  scr-scope line 09 col 68 pic x using thr-scope auto required.
    05  line 10 col 01 value "ANNUAL LIMIT".
    05  scr-annual-limit line 10 col 30 pic z,zzz,zz9.99 using thr-annual-limit auto.
    05  line 10 col 45 value "DAILY SERVICES LIMIT".
    05  scr-daily-limit line 10 col 68 pic zz9 using thr-daily-limit auto.
    05  line 11 col 01 value "PAYMENT REDUCTION %".
    05  scr-reduction line 11 col 30 pic zz9.99 using thr-reduction-pct auto.
    05  line 11 col 45 value "LAST CHANGED".
    05  line 11 col 68 pic 9(8) from thr-last-change-date.
    05  line 12 col 01 value "FEE CODES".
    05  scr-code-01 line 13 col 05 pic x(4) using thr-oma-cd (1) auto.
    05  scr-code-02 line 13 col 15 pic x(4) using thr-oma-cd (2) auto.
    05  scr-code-03 line 13 col 25 pic x(4) using thr-oma-cd (3) auto.
    05  scr-code-04 line 13 col 35 pic x(4) using thr-oma-cd (4) auto.
    05  scr-code-05 line 13 col 45 pic x(4) using thr-oma-cd (5) auto.
    05  scr-code-06 line 14 col 05 pic x(4) using thr-oma-cd (6) auto.
    05  scr-code-07 line 14 col 15 pic x(4) using thr-oma-cd (7) auto.
    05  scr-code-08 line 14 col 25 pic x(4) using thr-oma-cd (8) auto.
    05  scr-code-09 line 14 col 35 pic x(4) using thr-oma-cd (9) auto.
    05  scr-code-10 line 14 col 45 pic x(4) using thr-oma-cd (10) auto.

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
    05  line 13 col 60  pic z(6)9 using ctr-thr-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-thr-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-thr-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-thr-deletes.
    05  line 21 col 20	value "program m120 ending".
procedure division.
declaratives.

err-billing-threshold-file section.
    use after standard error procedure on billing-threshold.
err-billing-threshold.
    move status-cobol-billing-threshold	to common-status-file.
    display file-status-display.
    stop "error in accessing billing threshold table".

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

    open i-o   billing-threshold.
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
    display scr-thr-key.
    accept scr-fiscal-yy.
    accept scr-seq.

    if ws-thr-fiscal-yy < 1990
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move ws-thr-fiscal-yy		to	thr-fiscal-yy.
    move ws-thr-seq-nbr			to	thr-seq-nbr.

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

    read billing-threshold
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-thr-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	billing-threshold-rec.
    move ws-thr-fiscal-yy		to	thr-fiscal-yy.
    move ws-thr-seq-nbr			to	thr-seq-nbr.
    move "A"				to	thr-type.
    move "P"				to	thr-scope.
    move zero				to	thr-annual-limit
						thr-daily-limit
						thr-reduction-pct
						thr-last-change-date.

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

    move sys-date-long			to	thr-last-change-date.

    write billing-threshold-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-thr-adds.

ba0-99-exit.
    exit.
bb0-change.

    read billing-threshold
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-thr-reads.

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

    move sys-date-long			to	thr-last-change-date.

    rewrite billing-threshold-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-thr-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read billing-threshold
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-thr-reads.

    display scr-thr-dtl.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete billing-threshold record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-thr-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read billing-threshold
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-thr-reads.

    display scr-thr-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-thr-dtl.

    accept scr-desc.

ca0-10-type.

    accept scr-thr-type.
    if   not thr-annual
     and not thr-daily
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-type.
*   endif

ca0-20-scope.

    accept scr-scope.
    if   not thr-whole-practice
     and not thr-listed-codes
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-scope.
*   endif

*	(a daily limit counts services of particular codes)
    if   thr-daily
     and thr-whole-practice
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-scope.
*   endif

*	(only the limit that goes with the type is kept)
    if thr-annual
    then
	move zero			to	thr-daily-limit
	display scr-thr-dtl
	go to ca0-30-annual-limit.
*   endif

    move zero				to	thr-annual-limit.
    display scr-thr-dtl.

ca0-25-daily-limit.

    accept scr-daily-limit.
    if thr-daily-limit not > zero
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-25-daily-limit.
*   endif

    go to ca0-40-reduction.

ca0-30-annual-limit.

    accept scr-annual-limit.
    if thr-annual-limit not > zero
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-annual-limit.
*   endif

ca0-40-reduction.

    accept scr-reduction.
    if   thr-reduction-pct not > zero
      or thr-reduction-pct > 100
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-reduction.
*   endif

*	(the whole practice needs no codes)
    if thr-whole-practice
    then
	move spaces			to	thr-codes
	display scr-thr-dtl
	move 0				to	err-ind
	go to ca0-99-exit.
*   endif

ca0-50-codes.

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

*	(every code must be a real fee-schedule code, and at least
*	 one is needed)
    move "Y"				to	ws-code-ok.
    move zero				to	ws-codes-keyed.
    perform ca1-check-code		thru	ca1-99-exit
	varying ss-code from 1 by 1
	until   ss-code > 10
	   or   ws-code-ok = "N".

    if ws-code-ok = "N"
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-50-codes.
*   endif

    if ws-codes-keyed = zero
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-50-codes.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
ca1-check-code.

    if thr-oma-cd (ss-code) = spaces
    then
	go to ca1-99-exit.
*   endif

    add 1				to	ws-codes-keyed.
    move thr-oma-cd (ss-code)		to	fee-oma-cd.
    read oma-fee-mstr
	invalid key
	    move "N"			to	ws-code-ok.

ca1-99-exit.
    exit.
az0-end-of-job.

    close billing-threshold
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
