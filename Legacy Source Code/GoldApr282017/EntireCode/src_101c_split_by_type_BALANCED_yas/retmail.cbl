identification division.
program-id. retmail.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f142 - returned mail register
*			: f143 - bad-address worklist
*
*   program purpose : the one answer to "has this address come
*			back".  the mailing runs (u035a invoices,
*			u037 patient statements, u039 client
*			statements, u063 collection letters, u155
*			template letters) ask
*			before they print, and when the addressee is
*			marked undeliverable they hold the mail and
*			call back to have it put on the f143
*			worklist.  pataudit calls when a patient's
*			address is logged as changed, and m076 when
*			a client's address is changed, and the open
*			mark is cleared - the new address gets the
*			next mailing.  the register is opened on
*			the first question and kept open for the
*			run; a clear closes it and reopens it for
*			update.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f142_returned_mail.slr".
*
    copy "f143_bad_addr_worklist.slr".
*
data division.
file section.
*
    copy "f142_returned_mail.fd".
*
    copy "f143_bad_addr_worklist.fd".
*
working-storage section.

77  status-cobol-returned-mail		pic xx	value zero.
77  status-bad-addr-work		pic xx	value zero.

*	(the register for questions - "N" not yet opened, "Y" open
*	 input, "X" no register on file)
77  ws-register-open			pic x	value "N".

    copy "sysdatetime.ws".

linkage section.

01  returned-mail-parms.
    05  rmp-function			pic x.
    05  rmp-addressee-type		pic x.
    05  rmp-addressee-key		pic x(16).
    05  rmp-pgm				pic x(8).
    05  rmp-operator			pic x(8).
    05  rmp-mailing			pic x.
    05  rmp-name			pic x(30).
    05  rmp-amount			pic s9(7)v99.
    05  rmp-ref				pic x(11).
    05  rmp-bad-address			pic x.
    05  rmp-returned-date		pic 9(8).
    05  rmp-returned-mailing		pic x.

procedure division using returned-mail-parms.
main-line section.
mainline.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    if rmp-function = "Q"
    then
	perform ba0-query		thru ba0-99-exit.
*   endif

    if rmp-function = "W"
    then
	perform ca0-worklist		thru ca0-99-exit.
*   endif

    if rmp-function = "X"
    then
	perform da0-clear		thru da0-99-exit.
*   endif

    exit program.
ba0-query.

    move "N"				to	rmp-bad-address.
    move zero				to	rmp-returned-date.
    move space				to	rmp-returned-mailing.

    if ws-register-open = "N"
    then
	open input returned-mail
	if status-cobol-returned-mail = "00"
	then
	    move "Y"			to	ws-register-open
	else
	    move "X"			to	ws-register-open.
*	endif
*   endif

*	(no register yet - nothing has come back)
    if ws-register-open not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move rmp-addressee-type		to	rm-addressee-type.
    move rmp-addressee-key		to	rm-addressee-key.

    read returned-mail
	invalid key
	    go to ba0-99-exit.

    if rm-undeliverable
    then
	move "Y"			to	rmp-bad-address
	move rm-returned-date		to	rmp-returned-date
	move rm-mailing			to	rmp-returned-mailing.
*   endif

ba0-99-exit.
    exit.
ca0-worklist.

    open extend bad-addr-work.

    if status-bad-addr-work = "35"
    then
	open output bad-addr-work.
*   endif

    if status-bad-addr-work not = "00"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	bad-addr-work-rec.
    move sys-date-long			to	bw-run-date.
    move rmp-pgm			to	bw-pgm.
    move rmp-mailing			to	bw-mailing.
    move rmp-addressee-type		to	bw-addressee-type.
    move rmp-addressee-key		to	bw-addressee-key.
    move rmp-name			to	bw-name.
    move rmp-amount			to	bw-amount.
    move rmp-returned-date		to	bw-returned-date.
    move rmp-ref			to	bw-ref.

    write bad-addr-work-rec.

    close bad-addr-work.

ca0-99-exit.
    exit.
da0-clear.

    move "N"				to	rmp-bad-address.

*	(the question copy is input only - let it go and come back
*	 for update)
    if ws-register-open = "Y"
    then
	close returned-mail.
*   endif
    move "N"				to	ws-register-open.

    open i-o returned-mail.

    if status-cobol-returned-mail not = "00"
    then
	go to da0-99-exit.
*   endif

    move rmp-addressee-type		to	rm-addressee-type.
    move rmp-addressee-key		to	rm-addressee-key.

    read returned-mail
	invalid key
	    go to da0-80-close.

    if not rm-undeliverable
    then
	go to da0-80-close.
*   endif

    move "C"				to	rm-status.
    move sys-date-long			to	rm-cleared-date.
    move rmp-operator			to	rm-cleared-by.
    move rmp-pgm			to	rm-cleared-pgm.

    rewrite returned-mail-rec
	invalid key
	    go to da0-80-close.

da0-80-close.

    close returned-mail.

da0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
