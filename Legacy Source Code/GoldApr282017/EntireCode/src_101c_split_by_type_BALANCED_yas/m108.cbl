identification division.
program-id. m108.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f112 - RA message file
*
*   program purpose : RA message inquiry.  key an RA payment date
*			and group (and a doctor, or leave it blank
*			for everything in the group) and the MOH
*			message text from that RA is listed a
*			screenful at a time, each line marked with
*			the doctor it was filed under ("ALL" = a
*			message for the whole group).  a blank
*			payment date starts at the oldest RA on
*			file for the group.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f112_ra_message.slr".
*
data division.
file section.
*
    copy "f112_ra_message.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-ra-message		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-list				value "L".
    88  option-end				value "*".

77  eof-ra-message			pic x	value "N".
01  sel-payment-date			pic 9(8)	value zero.
01  sel-group-nbr			pic x(4)	value spaces.
01  sel-doc-nbr				pic x(3)	value spaces.
01  disp-doc				pic x(3)	value spaces.
77  cur-line				pic 99	value 7.
77  ws-hits				pic 9(4)	value zero.

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m108".
    05  line 01 col 15 value "RA Message Inquiry".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (L=list messages *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-sel-key.
    05  line 04 col 01 value "RA PAYMENT DATE (YYYYMMDD)".
    05  scr-payment-date line 04 col 30 pic 9(8) using sel-payment-date auto.
    05  line 05 col 01 value "GROUP".
    05  scr-group-nbr line 05 col 30 pic x(4) using sel-group-nbr auto.
    05  line 05 col 40 value "DOCTOR (BLANK=ALL)".
    05  scr-doc-nbr line 05 col 60 pic x(3) using sel-doc-nbr auto.

01  scr-msg-line.
    05  line cur-line col 01 pic 9(8) from ram-payment-date.
    05  line cur-line col 10 pic x(3) from disp-doc.
    05  line cur-line col 14 pic x(66) from ram-message-text.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 04 col 01 blank screen.

01  blank-list-area.
    05  line 07 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m108 ending".
procedure division.
declaratives.

err-ram-file section.
    use after standard error procedure on ra-message.
err-ra-message.
    move status-cobol-ra-message	to common-status-file.
    display "error in accessing ra message file - status "
	    common-status-file.
    stop "error in accessing ra message file".

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

    open input ra-message.

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

    if option-list
    then
	display blank-work-area
	perform ba0-list-messages	thru	ba0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-list-messages.

    display scr-sel-key.
    accept scr-payment-date.
    accept scr-group-nbr.
    accept scr-doc-nbr.

    move 7				to	cur-line.
    move zero				to	ws-hits.
    move "N"				to	eof-ra-message.

    move sel-payment-date		to	ram-payment-date.
    move sel-group-nbr			to	ram-group-nbr.
    move spaces				to	ram-doc-nbr.
    move zero				to	ram-line-seq.

    start ra-message key is greater than or equal to ram-key
	invalid key
	    move "Y"			to	eof-ra-message.

ba0-10-read-loop.

    if eof-ra-message = "Y"
    then
	go to ba0-80-done.
*   endif

    read ra-message next
	at end
	    go to ba0-80-done.

*	(a payment date was keyed - stop at the end of that RA;
*	 none keyed - carry on through every RA on file)
    if   sel-payment-date not = zero
     and ram-payment-date not = sel-payment-date
    then
	go to ba0-80-done.
*   endif

    if ram-group-nbr not = sel-group-nbr
    then
	go to ba0-10-read-loop.
*   endif

    if   sel-doc-nbr not = spaces
     and ram-doc-nbr not = sel-doc-nbr
     and ram-doc-nbr not = spaces
    then
	go to ba0-10-read-loop.
*   endif

    if cur-line > 22
    then
	display confirm
	stop " "
	display blank-list-area
	move 7				to	cur-line.
*   endif

    if ram-doc-nbr = spaces
    then
	move "ALL"			to	disp-doc
    else
	move ram-doc-nbr		to	disp-doc.
*   endif

    display scr-msg-line.
    add 1				to	cur-line
					   ws-hits.
    go to ba0-10-read-loop.

ba0-80-done.

    if ws-hits = zero
    then
	display "NO RA MESSAGES ON FILE FOR THAT RA / GROUP".
*   endif

    display confirm.
    stop " ".

ba0-99-exit.
    exit.
az0-end-of-job.

    close ra-message.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
