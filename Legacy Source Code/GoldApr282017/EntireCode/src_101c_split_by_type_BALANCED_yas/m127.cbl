identification division.
program-id. m127.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f142 - returned mail register
*			: f010 - patient master
*			: f012 - patient address history
*			: f072 - client master
*
*   program purpose : returned mail.  invoices, statements and
*			collection letters that come back "moved /
*			unknown" are marked here against the
*			patient or client they were addressed to,
*			with the date and the mailing that came
*			back; the name and address they went to
*			(and, for a patient, the f012 address
*			version in force) are kept with the mark.
*			while the mark is open u035a, u037, u039,
*			u063 and u155 hold that addressee's mail and
*			list it on the f143 bad-address worklist
*			(r109).  the mark clears itself when the
*			address is changed - a patient through a
*			program that logs to pataudit, a client
*			through m076 - or may be cleared here ("C")
*			when the address on file turns out to be
*			right after all.  a second return against
*			an open mark updates the date and mailing
*			and counts the return.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f142_returned_mail.slr".
*
    copy "f010_new_patient_mstr.slr".
*
    copy "f012_pat_addr_hist.slr".
*
    copy "f072_client_mstr.slr".
*
data division.
file section.
*
    copy "f142_returned_mail.fd".
*
    copy "f010_patient_mstr.fd".
*
    copy "f012_pat_addr_hist.fd".
*
    copy "f072_client_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-returned-mail		pic xx	value zero.
77  status-cobol-pat-mstr		pic xx	value zero.
77  status-cobol-pat-addr-hist		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  mark-code				value "M".
    88  clear-code				value "C".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-addressee-type			pic x	value spaces.
    88  ws-addressee-patient			value "P".
    88  ws-addressee-client			value "C".
01  ws-addressee-key			pic x(16)	value spaces.

77  ws-user-name			pic x(8)	value spaces.
77  ws-on-file				pic x	value "N".
77  ws-hist-avail			pic x	value "N".
77  ws-eof-hist				pic x	value "N".

*   the addressee as the masters have it today

01  ws-name				pic x(30)	value spaces.
01  ws-addr-line-1			pic x(30)	value spaces.
01  ws-addr-line-2			pic x(30)	value spaces.
01  ws-postal-cd			pic x(6)	value spaces.
01  ws-addr-eff-from			pic 9(8)	value zero.

01  ws-returned-date			pic 9(8)	value zero.
01  ws-returned-date-r redefines ws-returned-date.
    05  ws-returned-yy			pic 9(4).
    05  ws-returned-mm			pic 99.
    05  ws-returned-dd			pic 99.
01  ws-mailing				pic x	value spaces.

01  counters.
    05  ctr-reg-reads			pic 9(7)	value zero.
    05  ctr-marked			pic 9(7)	value zero.
    05  ctr-cleared			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use m/c/i or * to end".
	10  filler			pic x(60)   value
		"addressee must be P (patient) or C (client)".
	10  filler			pic x(60)   value
		"patient not on patient master".
	10  filler			pic x(60)   value
		"client not on client master".
	10  filler			pic x(60)   value
		"no returned mail on file for this addressee".
	10  filler			pic x(60)   value
		"address is not marked undeliverable".
	10  filler			pic x(60)   value
		"mailing must be I, S, M, L or T".
	10  filler			pic x(60)   value
		"date returned must be a valid date not after today".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 8 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m127".
    05  line 01 col 15 value "Returned Mail".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY (M=mail came back C=clear mark I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-addressee.
    05  line 05 col 01 value "ADDRESSEE (P=patient C=client)".
    05  scr-addressee-type line 05 col 34 pic x using ws-addressee-type auto.
    05  line 06 col 01 value "PATIENT KEY / CLIENT ID".
    05  scr-addressee-key line 06 col 26 pic x(16) using ws-addressee-key auto.

01  scr-mail-dtl.
    05  line 08 col 01 value "NAME".
    05  line 08 col 26 pic x(30) from ws-name.
    05  line 09 col 01 value "ADDRESS ON FILE".
    05  line 09 col 26 pic x(30) from ws-addr-line-1.
    05  line 10 col 26 pic x(30) from ws-addr-line-2.
    05  line 11 col 26 pic x(6) from ws-postal-cd.
    05  line 11 col 40 value "VERSION OF".
    05  line 11 col 51 pic 9(8) from ws-addr-eff-from.
    05  line 13 col 01 value "MAILING (I=invoice S=pat stmt M=client stmt L=coll T=letter)".
    05  scr-mailing line 13 col 66 pic x using ws-mailing auto.
    05  line 14 col 01 value "DATE RETURNED".
    05  scr-returned-date line 14 col 26 pic 9(8) using ws-returned-date auto.
    05  line 14 col 40 value "(YYYYMMDD)".

01  scr-reg-dtl.
    05  line 16 col 01 value "ON THE REGISTER".
    05  line 16 col 26 pic x from rm-status.
    05  line 16 col 28 value "(U=UNDELIVERABLE C=CLEARED)".
    05  line 16 col 57 value "RETURNS".
    05  line 16 col 65 pic zz9 from rm-times-returned.
    05  line 17 col 01 value "LAST RETURNED".
    05  line 17 col 26 pic 9999/99/99 from rm-returned-date.
    05  line 17 col 40 value "MAILING".
    05  line 17 col 48 pic x from rm-mailing.
    05  line 18 col 01 value "MARKED BY".
    05  line 18 col 26 pic x(8) from rm-marked-by.
    05  line 18 col 40 value "ON".
    05  line 18 col 43 pic 9999/99/99 from rm-marked-date.
    05  line 19 col 01 value "CLEARED BY".
    05  line 19 col 26 pic x(8) from rm-cleared-by.
    05  line 19 col 35 pic x(8) from rm-cleared-pgm.
    05  line 19 col 45 value "ON".
    05  line 19 col 48 pic 9999/99/99 from rm-cleared-date.
    05  line 20 col 01 value "MAILED TO".
    05  line 20 col 26 pic x(30) from rm-addr-line-1.
    05  line 20 col 58 pic x(6) from rm-postal-cd.

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  scr-clear-confirm.
    05  line 22 col 01 value "CLEAR THE MARK - ADDRESS IS GOOD (Y/N)".
    05  scr-clear-reply line 22 col 42 pic x using ws-continue auto required.

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
    05  line 12 col 60  pic z(6)9 using ctr-reg-reads.
    05  line 13 col 20  value "addresses marked undeliverable".
    05  line 13 col 60  pic z(6)9 using ctr-marked.
    05  line 14 col 20  value "marks cleared".
    05  line 14 col 60  pic z(6)9 using ctr-cleared.
    05  line 21 col 20	value "program m127 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-returned-mail-file section.
    use after standard error procedure on returned-mail.
err-returned-mail.
    move status-cobol-returned-mail	to common-status-file.
    display file-status-display.
    stop "error in accessing returned mail register".

err-pat-mstr-file section.
    use after standard error procedure on pat-mstr.
err-pat-mstr.
    move status-cobol-pat-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing patient master".

err-client-mstr-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing client master".

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

    open i-o returned-mail.

*	(fresh system - create the register so the first return can
*	 be marked)
    if status-cobol-returned-mail = "35"
    then
	open output returned-mail
	close returned-mail
	open i-o returned-mail.
*   endif

    open input pat-mstr.
    open input client-mstr.

*	(the address history is for the record only - no history
*	 file, no version date)
    open input pat-addr-hist.
    if status-cobol-pat-addr-hist = "00"
    then
	move "Y"			to	ws-hist-avail.
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

    if   not mark-code
     and not clear-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    move spaces				to	ws-addressee-type
						ws-addressee-key.
    display scr-addressee.

ab0-10-accept-addressee.

    accept scr-addressee-type.
    accept scr-addressee-key.

    if   not ws-addressee-patient
     and not ws-addressee-client
    then
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-10-accept-addressee.
*   endif

    perform ca0-load-addressee		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ab0-99-exit.
*   endif

    perform cc0-read-register		thru	cc0-99-exit.

    if mark-code
    then
	perform ba0-mark		thru	ba0-99-exit
    else
	if clear-code
	then
	    perform bb0-clear		thru	bb0-99-exit
	else
	    perform bc0-inquire		thru	bc0-99-exit.
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-mark.

    move sys-date-long-r		to	ws-returned-date.
    move spaces				to	ws-mailing.

    if ws-on-file = "Y"
    then
	display scr-reg-dtl.
*   endif

ba0-10-accept-mailing.

    move 0				to	err-ind.
    display scr-mail-dtl.
    accept scr-mailing.
    accept scr-returned-date.

    if   ws-mailing not = "I"
     and ws-mailing not = "S"
     and ws-mailing not = "M"
     and ws-mailing not = "L"
     and ws-mailing not = "T"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-accept-mailing.
*   endif

    if   ws-returned-date not numeric
      or ws-returned-date > sys-date-long-r
      or ws-returned-mm < 01
      or ws-returned-mm > 12
      or ws-returned-dd < 01
      or ws-returned-dd > 31
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ba0-10-accept-mailing.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

*	(a first return starts the record; a return against a cleared
*	 mark or an open one carries the count on)
    if ws-on-file not = "Y"
    then
	move spaces			to	returned-mail-rec
	move ws-addressee-type		to	rm-addressee-type
	move ws-addressee-key		to	rm-addressee-key
	move zero			to	rm-times-returned.
*   endif

    move "U"				to	rm-status.
    move ws-returned-date		to	rm-returned-date.
    move ws-mailing			to	rm-mailing.
    move ws-name			to	rm-name.
    move ws-addr-line-1			to	rm-addr-line-1.
    move ws-addr-line-2			to	rm-addr-line-2.
    move ws-postal-cd			to	rm-postal-cd.
    move ws-addr-eff-from		to	rm-addr-eff-from.
    move ws-user-name			to	rm-marked-by.
    move sys-date-long-r		to	rm-marked-date.
    add 1				to	rm-times-returned.
    move zero				to	rm-cleared-date.
    move spaces				to	rm-cleared-by
						rm-cleared-pgm.

    if ws-on-file = "Y"
    then
	rewrite returned-mail-rec
    else
	write returned-mail-rec.
*   endif

    add 1				to	ctr-marked.

    display scr-reg-dtl.

ba0-99-exit.
    exit.
bb0-clear.

    if ws-on-file not = "Y"
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    display scr-mail-dtl.
    display scr-reg-dtl.

    if not rm-undeliverable
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    display scr-clear-confirm.
    accept scr-clear-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    move "C"				to	rm-status.
    move sys-date-long-r		to	rm-cleared-date.
    move ws-user-name			to	rm-cleared-by.
    move "m127"				to	rm-cleared-pgm.

    rewrite returned-mail-rec.

    add 1				to	ctr-cleared.

    display scr-reg-dtl.

bb0-99-exit.
    exit.
bc0-inquire.

    if ws-on-file not = "Y"
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-mail-dtl.
    display scr-reg-dtl.
    display confirm.
    stop " ".

bc0-99-exit.
    exit.
ca0-load-addressee.

*	(name and address as the master has them today)
    move 0				to	err-ind.
    move spaces				to	ws-name
						ws-addr-line-1
						ws-addr-line-2
						ws-postal-cd.
    move zero				to	ws-addr-eff-from.

    if ws-addressee-client
    then
	go to ca0-50-client.
*   endif

    move ws-addressee-key		to	key-pat-mstr.
    read pat-mstr
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	ws-name.
    move pat-street-addr		to	ws-addr-line-1.
    move pat-city			to	ws-addr-line-2.
    move pat-postal-cd			to	ws-postal-cd.

    perform cb0-addr-version		thru	cb0-99-exit.

    go to ca0-99-exit.

ca0-50-client.

    move ws-addressee-key		to	client-id of client-mstr-rec.
    read client-mstr
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

*	(the client id is the key on the register, left justified)
    move spaces				to	ws-addressee-key.
    move client-id of client-mstr-rec	to	ws-addressee-key.
    move client-desc			to	ws-name.
    move client-addr1			to	ws-addr-line-1.
    if client-addr2 not = spaces
    then
	move client-addr2		to	ws-addr-line-2
    else
	move client-city-prov		to	ws-addr-line-2.
*   endif
    move client-postal-cd		to	ws-postal-cd.

ca0-99-exit.
    exit.
cb0-addr-version.

*	(the f012 version in force today - the highest effective-from
*	 at or under today, the d014 rule)
    if ws-hist-avail not = "Y"
    then
	go to cb0-99-exit.
*   endif

    move "N"				to	ws-eof-hist.
    move key-pat-mstr			to	pah-pat-key.
    move zero				to	pah-eff-from.

    start pat-addr-hist key is greater than or equal to pah-key
	invalid key
	    go to cb0-99-exit.

cb0-10-hist-loop.

    read pat-addr-hist next
	at end
	    go to cb0-99-exit.

    if pah-pat-key not = key-pat-mstr
    then
	go to cb0-99-exit.
*   endif

    if pah-eff-from not > sys-date-long-r
    then
	move pah-eff-from		to	ws-addr-eff-from.
*   endif

    go to cb0-10-hist-loop.

cb0-99-exit.
    exit.
cc0-read-register.

    move "N"				to	ws-on-file.
    move ws-addressee-type		to	rm-addressee-type.
    move ws-addressee-key		to	rm-addressee-key.

    read returned-mail
	invalid key
	    go to cc0-99-exit.

    add 1				to	ctr-reg-reads.
    move "Y"				to	ws-on-file.

cc0-99-exit.
    exit.
az0-end-of-job.

    close returned-mail.
    close pat-mstr.
    close client-mstr.
    if ws-hist-avail = "Y"
    then
	close pat-addr-hist.
*   endif

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
