identification division.
program-id. m114.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f002 - claims master
*			: f072 - client master
*			: f090 - constants master
*			: f119 - unapplied cash file
*			: f120 - unapplied cash application log
*
*   program purpose : unapplied cash.  an insurer or agency cheque
*			that arrives with no claim references d004
*			can post against, or that pays more claims
*			than can be identified, is taken in here on
*			the day it is deposited (option R) instead of
*			sitting in a drawer or being forced onto the
*			wrong claim - r006 picks the day's receipts
*			up into the deposit total.  option A later
*			applies the money, in whole or in part, to
*			claims on f002:  the amount goes on the claim
*			header as a payment (the way u108 posts a
*			statement payment), journalled through
*			clmjrnl, and comes off the receipt's
*			unapplied balance.  option I shows a receipt
*			and every application made from it.  r094
*			ages what is left unapplied by payer.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f002_claims_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
    copy "f119_unapplied_cash.slr".
*
    copy "f120_unapplied_apply.slr".
*
data division.
file section.
*
    copy "f002_claims_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
    copy "f090_constants_mstr.fd".
*
    copy "f119_unapplied_cash.fd".
*
    copy "f120_unapplied_apply.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
77  status-cobol-unapplied-cash		pic xx	value zero.
77  status-cobol-unapplied-apply	pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-receive				value "R".
    88  option-apply				value "A".
    88  option-inquire				value "I".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  eof-unapplied-apply			pic x	value "N".
77  cur-line				pic 99	value 15.

77  sel-clinic-nbr			pic 99		value zero.
77  sel-seq-nbr				pic 9(6)	value zero.
77  ws-next-seq-nbr			pic 9(6)	value zero.

77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-apply-amt			pic s9(7)v99	value zero.

01  ws-claim-id.
    05  ws-claim-batch-nbr		pic x(9)	value spaces.
    05  ws-claim-nbr			pic 99		value zero.

01  entry-receipt.
    05  entry-deposit-date		pic 9(8)	value zero.
    05  entry-payer-client-id		pic x(5)	value spaces.
    05  entry-payer-name		pic x(30)	value spaces.
    05  entry-cheque-nbr		pic x(12)	value spaces.
    05  entry-receipt-amt		pic s9(7)v99	value zero.
    05  entry-remarks			pic x(40)	value spaces.

01  entry-date				pic 9(8)	value zero.
01  entry-date-r redefines entry-date.
    05  entry-date-yy			pic 9(4).
    05  entry-date-mm			pic 99.
    05  entry-date-dd			pic 99.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID CLINIC NUMBER".
	10  filler			pic x(60)	value
		"INVALID DATE".
	10  filler			pic x(60)	value
		"CLIENT NOT ON THE CLIENT MASTER".
	10  filler			pic x(60)	value
		"PAYER NAME IS REQUIRED".
	10  filler			pic x(60)	value
		"RECEIPT AMOUNT MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"RECEIPT NOT ON FILE FOR THIS CLINIC".
	10  filler			pic x(60)	value
		"RECEIPT IS FULLY APPLIED - NOTHING LEFT TO APPLY".
	10  filler			pic x(60)	value
		"CLAIM NOT ON THE CLAIMS MASTER".
	10  filler			pic x(60)	value
		"CLAIM HAS NO BALANCE OWING".
	10  filler			pic x(60)	value
		"AMOUNT MUST BE GREATER THAN ZERO".
	10  filler			pic x(60)	value
		"AMOUNT IS MORE THAN IS LEFT UNAPPLIED ON THE RECEIPT".
	10  filler			pic x(60)	value
		"AMOUNT IS MORE THAN THE CLAIM OWES".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 12 times.
01  err-msg-comment			pic x(60).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "def_agents.ws".

    copy "clmjrnl.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m114".
    05  line 01 col 15 value "Unapplied Cash".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (R=receive A=apply I=inquire *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-clinic-entry.
    05  line 04 col 01 value "CLINIC".
    05  scr-clinic-nbr line 04 col 30 pic zz using sel-clinic-nbr auto required.
    05  line 04 col 40 pic x(20) from iconst-clinic-name.

01  scr-seq-entry.
    05  line 05 col 01 value "RECEIPT NUMBER".
    05  scr-seq-nbr line 05 col 30 pic z(5)9 using sel-seq-nbr auto required.

01  scr-receipt-entry.
    05  line 06 col 01 value "DEPOSIT DATE (YYYYMMDD)".
    05  scr-deposit-date line 06 col 30 pic 9(8) using entry-deposit-date auto.
    05  line 07 col 01 value "PAYER CLIENT (OPTIONAL)".
    05  scr-payer-client line 07 col 30 pic x(5) using entry-payer-client-id auto.
    05  line 08 col 01 value "PAYER NAME".
    05  scr-payer-name line 08 col 30 pic x(30) using entry-payer-name auto.
    05  line 09 col 01 value "CHEQUE NUMBER".
    05  scr-cheque-nbr line 09 col 30 pic x(12) using entry-cheque-nbr auto.
    05  line 10 col 01 value "AMOUNT RECEIVED".
    05  scr-receipt-amt line 10 col 30 pic z,zzz,zz9.99 using entry-receipt-amt auto.
    05  line 11 col 01 value "REMARKS".
    05  scr-remarks line 11 col 30 pic x(40) using entry-remarks auto.

01  scr-receipt-balance.
    05  line 12 col 01 value "APPLIED".
    05  line 12 col 30 pic z,zzz,zz9.99- from uca-applied-amt.
    05  line 12 col 45 value "UNAPPLIED".
    05  line 12 col 56 pic z,zzz,zz9.99- from uca-unapplied-amt.

01  scr-claim-entry.
    05  line 14 col 01 value "APPLY TO BATCH (BLANK=DONE)".
    05  scr-claim-batch line 14 col 30 pic x(9) using ws-claim-batch-nbr auto.
    05  line 14 col 41 value "CLAIM".
    05  scr-claim-nbr line 14 col 47 pic 99 using ws-claim-nbr auto.

01  scr-claim-info.
    05  line 15 col 01 value "PATIENT".
    05  line 15 col 30 pic x(30) from clmhdr-pat-surname.
    05  line 16 col 01 value "AGENT / SERVICE DATE".
    05  line 16 col 30 pic 9 from clmhdr-agent-cd.
    05  line 16 col 33 pic 9(8) from clmhdr-serv-date.
    05  line 17 col 01 value "BALANCE OWING".
    05  line 17 col 30 pic z,zzz,zz9.99- from ws-claim-balance.

01  scr-apply-amt.
    05  line 18 col 01 value "AMOUNT TO APPLY".
    05  scr-apply-amt-fld line 18 col 30 pic z,zzz,zz9.99 using ws-apply-amt auto.

01  scr-apply-head.
    05  line 14 col 01 value "SEQ  CLAIM        AGENT       AMOUNT  APPLIED".

01  scr-apply-line.
    05  line cur-line col 01 pic 999 from uap-apply-seq.
    05  line cur-line col 06 pic x(11) from uap-claim-id.
    05  line cur-line col 20 pic 9 from uap-agent-cd.
    05  line cur-line col 25 pic z,zzz,zz9.99- from uap-amt.
    05  line cur-line col 39 pic 9(8) from uap-applied-date.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 04 col 01 blank screen.

01  blank-apply-area.
    05  line 14 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m114 ending".
procedure division.
declaratives.

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-client-file section.
    use after standard error procedure on client-mstr.
err-client-mstr.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
    move status-cobol-iconst-mstr	to common-status-file.
    display "error in accessing constants master - status "
	    common-status-file.
    stop "error in accessing constants master".

err-uca-file section.
    use after standard error procedure on unapplied-cash.
err-unapplied-cash.
    move status-cobol-unapplied-cash	to common-status-file.
    display "error in accessing unapplied cash file - status "
	    common-status-file.
    stop "error in accessing unapplied cash file".

err-uap-file section.
    use after standard error procedure on unapplied-apply.
err-unapplied-apply.
    move status-cobol-unapplied-apply	to common-status-file.
    display "error in accessing unapplied cash log - status "
	    common-status-file.
    stop "error in accessing unapplied cash log".

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

    open i-o claims-mstr.
    open input client-mstr
	       iconst-mstr.
    open i-o unapplied-cash
	     unapplied-apply.

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

    if    not option-receive
      and not option-apply
      and not option-inquire
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    perform ba0-accept-clinic		thru	ba0-99-exit.

    if option-receive
    then
	perform ca0-receive-cash	thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    perform bb0-find-receipt		thru	bb0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    if option-apply
    then
	perform da0-apply-cash		thru	da0-99-exit
    else
	perform ea0-inquire-receipt	thru	ea0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-accept-clinic.

    display scr-clinic-entry.
    accept scr-clinic-nbr.

    move sel-clinic-nbr			to	iconst-clinic-nbr-1-2.

    read iconst-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-accept-clinic.

    display scr-clinic-entry.
    display blank-line-24.

ba0-99-exit.
    exit.
bb0-find-receipt.

    move "N"				to	entry-ok.

    display scr-seq-entry.
    accept scr-seq-nbr.

    move sel-clinic-nbr			to	uca-clinic-nbr-1-2.
    move sel-seq-nbr			to	uca-seq-nbr.

    read unapplied-cash
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    perform xb0-receipt-to-entry	thru	xb0-99-exit.
    display scr-receipt-entry.
    display scr-receipt-balance.
    move "Y"				to	entry-ok.

bb0-99-exit.
    exit.
ca0-receive-cash.

    move spaces				to	entry-receipt.
    move sys-date-long			to	entry-deposit-date.
    move zero				to	entry-receipt-amt.

ca0-10-entry.

    display scr-receipt-entry.
    accept scr-deposit-date.
    accept scr-payer-client.

    display blank-line-24.

    move entry-deposit-date		to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-10-entry.
*   endif

*	(a receivable client pays - its name is the default payer)
    if entry-payer-client-id not = spaces
    then
	move entry-payer-client-id	to	client-id of client-mstr-rec
	read client-mstr
	    invalid key
		move 3			to	err-ind
		perform za0-common-error	thru	za0-99-exit
		go to ca0-10-entry
	end-read
	if entry-payer-name = spaces
	then
	    move client-desc of client-mstr-rec
					to	entry-payer-name
	    display scr-receipt-entry.
*	endif
*   endif

    accept scr-payer-name.
    accept scr-cheque-nbr.
    accept scr-receipt-amt.
    accept scr-remarks.

    if entry-payer-name = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    if entry-receipt-amt not > zero
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-entry.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to ca0-99-exit.
*   endif

    perform cb0-find-next-seq		thru	cb0-99-exit.

    move spaces				to	unapplied-cash-rec.
    move sel-clinic-nbr			to	uca-clinic-nbr-1-2.
    add 1				to	ws-next-seq-nbr.
    move ws-next-seq-nbr		to	uca-seq-nbr.
    move "O"				to	uca-status.
    move entry-deposit-date		to	uca-deposit-date.
    move entry-payer-client-id		to	uca-payer-client-id.
    move entry-payer-name		to	uca-payer-name.
    move entry-cheque-nbr		to	uca-cheque-nbr.
    move entry-receipt-amt		to	uca-receipt-amt
						uca-unapplied-amt.
    move zero				to	uca-applied-amt
						uca-last-applied-date
						uca-last-apply-seq.
    move entry-remarks			to	uca-remarks.
    move sys-date-long			to	uca-entered-date.

    write unapplied-cash-rec
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    move uca-seq-nbr			to	sel-seq-nbr.
    display scr-seq-entry.
    display "RECEIPT FILED - MARK THE NUMBER ON THE CHEQUE COPY".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cb0-find-next-seq.

*	(scan to the clinic's highest receipt number)
    move 0				to	ws-next-seq-nbr.
    move sel-clinic-nbr			to	uca-clinic-nbr-1-2.
    move 0				to	uca-seq-nbr.

    start unapplied-cash key is greater than or equal to uca-key
	invalid key
	    go to cb0-99-exit.

cb0-10-loop.

    read unapplied-cash next
	at end
	    go to cb0-99-exit.

    if uca-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to cb0-99-exit.
*   endif

    move uca-seq-nbr			to	ws-next-seq-nbr.
    go to cb0-10-loop.

cb0-99-exit.
    exit.
da0-apply-cash.

    if not uca-open
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-99-exit.
*   endif

da0-10-next-claim.

    if uca-unapplied-amt not > zero
    then
	display "RECEIPT NOW FULLY APPLIED"
	display confirm
	stop " "
	go to da0-99-exit.
*   endif

    display blank-apply-area.
    move spaces				to	ws-claim-batch-nbr.
    move zero				to	ws-claim-nbr.

    display scr-claim-entry.
    accept scr-claim-batch.

    if ws-claim-batch-nbr = spaces
    then
	go to da0-99-exit.
*   endif

    accept scr-claim-nbr.
    display blank-line-24.

    perform db0-read-claim		thru	db0-99-exit.

    if entry-ok not = "Y"
    then
	go to da0-10-next-claim.
*   endif

    display scr-claim-info.

*	(the default is whatever the receipt and the claim can both
*	 stand)
    if ws-claim-balance < uca-unapplied-amt
    then
	move ws-claim-balance		to	ws-apply-amt
    else
	move uca-unapplied-amt		to	ws-apply-amt.
*   endif

da0-20-amount.

    display scr-apply-amt.
    accept scr-apply-amt-fld.
    display blank-line-24.

    if ws-apply-amt not > zero
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-20-amount.
*   endif

    if ws-apply-amt > uca-unapplied-amt
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-20-amount.
*   endif

    if ws-apply-amt > ws-claim-balance
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to da0-20-amount.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm not = "Y"
    then
	go to da0-10-next-claim.
*   endif

    perform dc0-post-to-claim		thru	dc0-99-exit.
    perform dd0-log-application		thru	dd0-99-exit.

    display scr-receipt-balance.
    go to da0-10-next-claim.

da0-99-exit.
    exit.
db0-read-claim.

    move "N"				to	entry-ok.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-claim-batch-nbr		to	key-clm-batch-nbr.
    move ws-claim-nbr			to	key-clm-claim-nbr.
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to db0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.

*	(direct-bill agents carry at oma fee, the rest at ohip fee -
*	 the r070a convention u105 follows)
    move clmhdr-agent-cd		to	def-agent-code.

    if def-agent-bill-direct
    then
	move clmhdr-tot-claim-ar-oma	to	ws-claim-balance
    else
	move clmhdr-tot-claim-ar-ohip	to	ws-claim-balance.
*   endif

    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    if ws-claim-balance not > zero
    then
	display scr-claim-info
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to db0-99-exit.
*   endif

    move "Y"				to	entry-ok.

db0-99-exit.
    exit.
dc0-post-to-claim.

*	(the header sits in claim-header-rec from db0 - the payment
*	 goes on as the cash-tape payment of the deposit date)
    move claims-mstr-rec		to	cjp-before-image.

    add ws-apply-amt			to	clmhdr-manual-and-tape-paymnts.
    move ws-apply-amt			to	clmhdr-curr-payment.
    move uca-deposit-date		to	clmhdr-date-cash-tape-payment.

    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to dc0-99-exit.

    move "m114"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

dc0-99-exit.
    exit.
dd0-log-application.

    add 1				to	uca-last-apply-seq.

    move spaces				to	unapplied-apply-rec.
    move uca-clinic-nbr-1-2		to	uap-clinic-nbr-1-2.
    move uca-seq-nbr			to	uap-seq-nbr.
    move uca-last-apply-seq		to	uap-apply-seq.
    move clmhdr-claim-id		to	uap-claim-id.
    move clmhdr-agent-cd		to	uap-agent-cd.
    move ws-apply-amt			to	uap-amt.
    move sys-date-long			to	uap-applied-date.

    write unapplied-apply-rec
	invalid key
	    next sentence.

    add ws-apply-amt			to	uca-applied-amt.
    subtract ws-apply-amt		from	uca-unapplied-amt.
    move sys-date-long			to	uca-last-applied-date.

    if uca-unapplied-amt not > zero
    then
	move "A"			to	uca-status.
*   endif

    rewrite unapplied-cash-rec.

dd0-99-exit.
    exit.
ea0-inquire-receipt.

    display scr-apply-head.

    move 15				to	cur-line.
    move "N"				to	eof-unapplied-apply.

    move uca-clinic-nbr-1-2		to	uap-clinic-nbr-1-2.
    move uca-seq-nbr			to	uap-seq-nbr.
    move zero				to	uap-apply-seq.

    start unapplied-apply key is greater than or equal to uap-key
	invalid key
	    move "Y"			to	eof-unapplied-apply.

ea0-10-read-loop.

    if eof-unapplied-apply = "Y"
    then
	go to ea0-80-done.
*   endif

    read unapplied-apply next
	at end
	    go to ea0-80-done.

    if   uap-clinic-nbr-1-2 not = uca-clinic-nbr-1-2
      or uap-seq-nbr	    not = uca-seq-nbr
    then
	go to ea0-80-done.
*   endif

    if cur-line > 22
    then
	display confirm
	stop " "
	display blank-apply-area
	display scr-apply-head
	move 15				to	cur-line.
*   endif

    display scr-apply-line.
    add 1				to	cur-line.
    go to ea0-10-read-loop.

ea0-80-done.

    display confirm.
    stop " ".

ea0-99-exit.
    exit.
xa0-edit-date.

    move "Y"				to	entry-ok.

    if   entry-date-yy < 1900
      or entry-date-mm < 1
      or entry-date-mm > 12
      or entry-date-dd < 1
      or entry-date-dd > 31
    then
	move "N"			to	entry-ok
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

xa0-99-exit.
    exit.
xb0-receipt-to-entry.

    move uca-deposit-date		to	entry-deposit-date.
    move uca-payer-client-id		to	entry-payer-client-id.
    move uca-payer-name			to	entry-payer-name.
    move uca-cheque-nbr			to	entry-cheque-nbr.
    move uca-receipt-amt		to	entry-receipt-amt.
    move uca-remarks			to	entry-remarks.

xb0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close claims-mstr.
    close client-mstr
	  iconst-mstr.
    close unapplied-cash
	  unapplied-apply.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
