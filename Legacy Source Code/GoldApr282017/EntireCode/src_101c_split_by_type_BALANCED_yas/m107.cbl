identification division.
program-id. m107.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f110 - RA short-pay inquiry file
*
*   program purpose : RA inquiry case tracking.  works the short-
*			paid service lines u030f puts on f110.
*			option O opens a Remittance Advice Inquiry
*			against a short-paid line - the date it went
*			to MOH and MOH's reference; option C closes
*			an open inquiry as Recovered (with the amount
*			MOH paid back), Denied or Written off; option
*			I shows a line and where its inquiry stands.
*			r090 reports the open inquiries by age and
*			the money recovered.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f110_ra_inquiry.slr".
*
data division.
file section.
*
    copy "f110_ra_inquiry.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ra-inquiry		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-open				value "O".
    88  option-close			value "C".
    88  option-inquire			value "I".
    88  option-end				value "*".

77  ws-outcome				pic x	value spaces.
    88  outcome-recovered			value "R".
    88  outcome-denied				value "D".
    88  outcome-written-off			value "W".

77  ws-confirm				pic x	value spaces.
77  line-found				pic x	value "N".

01  sel-line-key.
    05  sel-claim-nbr			pic x(11)	value spaces.
    05  sel-service-cd			pic x(5)	value spaces.
    05  sel-service-date		pic 9(8)	value zero.

01  entry-sent-date			pic 9(8)	value zero.
01  entry-moh-reference			pic x(15)	value spaces.
01  entry-amt-recovered			pic 9(7)v99	value zero.

01  disp-status				pic x(20)	value spaces.

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m107".
    05  line 01 col 15 value "RA Short-Pay Inquiry Tracking".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (O=open inquiry C=close I=inquire *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-line-key.
    05  line 05 col 01 value "CLAIM NBR (RA)".
    05  scr-claim-nbr line 05 col 30 pic x(11) using sel-claim-nbr auto.
    05  line 06 col 01 value "SERVICE CODE".
    05  scr-service-cd line 06 col 30 pic x(5) using sel-service-cd auto.
    05  line 07 col 01 value "SERVICE DATE (YYYYMMDD)".
    05  scr-service-date line 07 col 30 pic 9(8) using sel-service-date auto.

01  scr-line-detail.
    05  line 09 col 01 value "DOCTOR".
    05  line 09 col 20 pic x(4) from rai-doc-nbr.
    05  line 09 col 26 pic x(6) from rai-doc-nbr-ohip.
    05  line 09 col 40 value "RA PAYMENT DATE".
    05  line 09 col 60 pic 9(8) from rai-payment-date.
    05  line 10 col 01 value "BILLED".
    05  line 10 col 20 pic z,zzz,zz9.99- from rai-amt-billed.
    05  line 11 col 01 value "PAID".
    05  line 11 col 20 pic z,zzz,zz9.99- from rai-amt-paid.
    05  line 12 col 01 value "SHORT BY".
    05  line 12 col 20 pic z,zzz,zz9.99- from rai-amt-variance.
    05  line 12 col 40 value "EXPLAN CODE".
    05  line 12 col 60 pic xx from rai-explan-cd.
    05  line 13 col 01 value "DETECTED".
    05  line 13 col 20 pic 9(8) from rai-detected-date.
    05  line 14 col 01 value "STATUS".
    05  line 14 col 20 pic x(20) from disp-status.
    05  line 15 col 01 value "INQUIRY SENT".
    05  line 15 col 20 pic 9(8) from rai-inquiry-sent-date.
    05  line 15 col 40 value "MOH REF".
    05  line 15 col 50 pic x(15) from rai-moh-reference.
    05  line 16 col 01 value "CLOSED".
    05  line 16 col 20 pic 9(8) from rai-closed-date.
    05  line 16 col 40 value "RECOVERED".
    05  line 16 col 50 pic z,zzz,zz9.99- from rai-amt-recovered.

01  scr-open-entry.
    05  line 18 col 01 value "DATE SENT TO MOH (YYYYMMDD)".
    05  scr-sent-date line 18 col 30 pic 9(8) using entry-sent-date auto.
    05  line 19 col 01 value "MOH REFERENCE".
    05  scr-moh-ref line 19 col 30 pic x(15) using entry-moh-reference auto.

01  scr-close-entry.
    05  line 18 col 01 value "OUTCOME (R=recovered D=denied W=written off)".
    05  scr-outcome line 18 col 50 pic x using ws-outcome auto required.

01  scr-recovered-entry.
    05  line 19 col 01 value "AMOUNT RECOVERED".
    05  scr-amt-recovered line 19 col 30 pic 9(7).99 using entry-amt-recovered auto.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m107 ending".
procedure division.
declaratives.

err-rai-file section.
    use after standard error procedure on ra-inquiry.
err-ra-inquiry.
    move status-cobol-ra-inquiry	to common-status-file.
    display "error in accessing ra inquiry file - status "
	    common-status-file.
    stop "error in accessing ra inquiry file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until option-end.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o ra-inquiry.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    display scr-option.
    accept scr-option-fld.

    if option-end
    then
	go to ab0-99-exit.
*   endif

    if    not option-open
      and not option-close
      and not option-inquire
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    perform ba0-find-line		thru	ba0-99-exit.

    if line-found not = "Y"
    then
	display confirm
	stop " "
	go to ab0-99-exit.
*   endif

    perform bb0-show-line		thru	bb0-99-exit.

    if option-open
    then
	perform ca0-open-inquiry	thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    if option-close
    then
	perform da0-close-inquiry	thru	da0-99-exit
	go to ab0-99-exit.
*   endif

    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ba0-find-line.

*	(the same service line can come back on more than one RA if
*	 MOH re-adjudicates it - the key carries the payment date.
*	 take the first one the option can act on: an un-worked
*	 line to open, an open inquiry to close, anything to look at)

    move "N"				to	line-found.

    display scr-line-key.
    accept scr-claim-nbr.
    accept scr-service-cd.
    accept scr-service-date.

    move sel-claim-nbr			to	rai-claim-nbr.
    move sel-service-cd			to	rai-service-cd.
    move sel-service-date		to	rai-service-date.
    move zero				to	rai-payment-date.

    start ra-inquiry key is greater than or equal to rai-key
	invalid key
	    go to ba0-80-not-found.

ba0-10-read-loop.

    read ra-inquiry next
	at end
	    go to ba0-80-not-found.

    if   rai-claim-nbr    not = sel-claim-nbr
      or rai-service-cd   not = sel-service-cd
      or rai-service-date not = sel-service-date
    then
	go to ba0-80-not-found.
*   endif

    if   option-open
     and rai-status not = space
    then
	go to ba0-10-read-loop.
*   endif

    if   option-close
     and rai-status not = "O"
    then
	go to ba0-10-read-loop.
*   endif

    move "Y"				to	line-found.
    go to ba0-99-exit.

ba0-80-not-found.

    if option-open
    then
	display "NO SHORT-PAID LINE WITHOUT AN INQUIRY FOR THAT SERVICE"
    else
	if option-close
	then
	    display "NO OPEN INQUIRY FOR THAT SERVICE"
	else
	    display "SERVICE LINE NOT ON THE SHORT-PAY FILE".
*	endif
*   endif

ba0-99-exit.
    exit.
bb0-show-line.

    if rai-status = space
    then
	move "SHORT-PAID"		to	disp-status.
*   endif
    if rai-status = "O"
    then
	move "INQUIRY OPEN"		to	disp-status.
*   endif
    if rai-status = "R"
    then
	move "CLOSED - RECOVERED"	to	disp-status.
*   endif
    if rai-status = "D"
    then
	move "CLOSED - DENIED"		to	disp-status.
*   endif
    if rai-status = "W"
    then
	move "CLOSED - WRITTEN OFF"	to	disp-status.
*   endif

    display scr-line-detail.

bb0-99-exit.
    exit.
ca0-open-inquiry.

    move sys-date-long			to	entry-sent-date.
    move spaces				to	entry-moh-reference.

    display scr-open-entry.
    accept scr-sent-date.
    accept scr-moh-ref.

    if entry-sent-date = zero
    then
	move sys-date-long		to	entry-sent-date.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move "O"				to	rai-status.
    move entry-sent-date		to	rai-inquiry-sent-date.
    move entry-moh-reference		to	rai-moh-reference.

    rewrite ra-inquiry-rec.

    display "INQUIRY OPENED".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
da0-close-inquiry.

    move spaces				to	ws-outcome.
    move zero				to	entry-amt-recovered.

da0-10-outcome.

    display scr-close-entry.
    accept scr-outcome.

    if    not outcome-recovered
      and not outcome-denied
      and not outcome-written-off
    then
	go to da0-10-outcome.
*   endif

    if outcome-recovered
    then
	display scr-recovered-entry
	accept scr-amt-recovered.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to da0-99-exit.
*   endif

    move ws-outcome			to	rai-status.
    move sys-date-long			to	rai-closed-date.
    move entry-amt-recovered		to	rai-amt-recovered.

    rewrite ra-inquiry-rec.

    display "INQUIRY CLOSED".
    display confirm.
    stop " ".

da0-99-exit.
    exit.
az0-end-of-job.

    close ra-inquiry.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
