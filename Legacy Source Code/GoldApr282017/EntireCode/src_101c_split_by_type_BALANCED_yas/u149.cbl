identification division.
program-id. u149.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f127 - card settlement register
*			: f126 - front-desk receipt register
*			: f001 - batch control file
*			: f002 - claims master
*			: f062 - collections master
*			: card processor settlement file (input -
*			  from the card processor, daily)
*			: u149_parm - merchant numbers and the
*				      settlement day limits
*			: f064 - central event log (via eventlog)
*			: ru149 - card settlement reconciliation
*				  (printer)
*
*   program purpose : card merchant settlement import.  the bank
*			deposits the processor's net - card fees
*			taken off and chargebacks taken back days
*			later - and this run ties that deposit to
*			the payments behind it.  the card payments
*			of the clinic the merchant number belongs
*			to are gathered first: the front-desk
*			receipts m117 took by debit or credit card
*			(the authorization code is the receipt's
*			tender reference) and the d004 payment
*			shells keyed with "CC" and the 6-character
*			authorization code in the EXPLANATION field.
*			each settled sale is matched to one of them
*			on authorization code and amount and filed
*			on f127 with the processor's fee, which
*			u101 books as card processing expense.  a
*			chargeback is matched to the sale it takes
*			back and reversed the way d018 reverses an
*			NSF cheque - the payment backs out of the
*			claim header, a "CHBK" adjustment line
*			files the reversal, and the account lands
*			on the f062 collections workbench - all
*			journalled through clmjrnl.  the report
*			lists every settlement line with how it
*			matched, the lines that matched nothing,
*			the card payments still not settled after
*			the parm's days, and our totals against the
*			processor's trailer.  a settlement line
*			already on f127 is not taken twice; one
*			left unmatched is tried again on a rerun.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f127_card_settlement.slr".
*
    copy "f126_pos_receipt.slr".
*
    copy "f001_batch_control_file.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f062_collection_mstr.slr".
*
    select card-settle-file
	assign to disk "$pb_data/u149_card_settle"
	organization is sequential.
*
    select u149-parm-file
	assign to disk "$pb_data/u149_parm"
	organization is sequential
	file status is status-u149-parm.
*
    select recon-file
	assign to printer print-file-name
	file status is status-recon-rpt.
*
data division.
file section.
*
    copy "f127_card_settlement.fd".
*
    copy "f126_pos_receipt.fd".
*
    copy "f001_batch_control_file.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f062_collection_mstr.fd".
*
fd  card-settle-file
    record contains 150 characters.

*	(settlement line - type "D"; a sale "S" or a chargeback "C",
*	 amounts unsigned - the type says which way they go)
01  card-settle-detail-rec.
    05  std-rec-type			pic x.
    05  std-txn-type			pic x.
    05  std-card-type			pic xx.
    05  std-txn-date			pic 9(8).
    05  std-auth-cd			pic x(6).
    05  std-processor-ref		pic x(12).
    05  std-terminal-id			pic x(8).
    05  std-gross-amt			pic 9(7)v99.
    05  std-fee-amt			pic 9(5)v99.
    05  std-net-amt			pic 9(7)v99.
    05  std-reason			pic x(30).
    05  filler				pic x(57).

*	(merchant header and trailer - types "H" and "T"; one pair
*	 for each merchant number on the file)
01  card-settle-header-rec.
    05  sth-rec-type			pic x.
    05  sth-processor			pic x(10).
    05  sth-settle-date			pic 9(8).
    05  sth-merchant-nbr		pic x(15).
    05  sth-deposit-ref			pic x(12).
    05  filler				pic x(104).

01  card-settle-trailer-rec.
    05  stt-rec-type			pic x.
    05  stt-line-count			pic 9(6).
    05  stt-sales-total			pic 9(9)v99.
    05  stt-chargeback-total		pic 9(9)v99.
    05  stt-fee-total			pic 9(7)v99.
    05  stt-deposit-amt			pic s9(9)v99
					sign is leading separate.
    05  filler				pic x(100).

fd  u149-parm-file
    record contains 80 characters.

*	(type "M" - a merchant number and the clinic it banks for)
01  u149-parm-rec.
    05  u149-parm-type			pic x.
    05  u149-parm-merchant-nbr		pic x(15).
    05  u149-parm-clinic-nbr		pic 99.
    05  filler				pic x(62).

*	(type "D" - days before a card payment is reported as not
*	 settled, and how far back the card payments are gathered)
01  u149-parm-days-rec.
    05  u149-parm-days-type		pic x.
    05  u149-parm-unsettled-days	pic 999.
    05  u149-parm-window-days		pic 999.
    05  filler				pic x(73).

fd  recon-file
    record contains 132 characters.

01  recon-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru149".
77  status-recon-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-card-settlement	pic xx	value zero.
77  status-cobol-pos-receipt		pic xx	value zero.
77  status-cobol-batctrl-file		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-collection-mstr	pic xx	value zero.
77  status-u149-parm			pic xx	value zero.

77  eof-settle-file			pic x	value "N".
77  eof-u149-parm			pic x	value "N".
77  eof-pos-receipt			pic x	value "N".
77  eof-batctrl-file			pic x	value "N".
77  eof-pay-batch			pic x	value "N".
77  eof-card-settlement			pic x	value "N".

77  entry-ok				pic x	value "N".
77  ws-in-merchant			pic x	value "N".
77  ws-trailer-read			pic x	value "N".
77  ws-disposition			pic 9	value zero.
*	1 = sale matched, 2 = chargeback reversed, 3 = not matched,
*	4 = already taken
77  ws-not-posted-reason		pic x(40)	value spaces.
77  ws-existing				pic x	value "N".
*	"N" = new line, "U" = unmatched last time - try again,
*	"D" = already taken, "F" = no free register key
77  ws-stl-seq				pic 9	value zero.
77  ws-try-seq				pic 9	value zero.
77  ws-auth-seen			pic x	value "N".
77  ws-unsettled-days			pic 999		value 5.
77  ws-window-days			pic 999		value 45.
77  ws-clinic-nbr			pic 99		value zero.
77  ws-coll-seq				pic 9(6)	value zero.
77  ws-coll-try				pic 99		value zero.

77  ws-gross-amt			pic s9(7)v99	value zero.
77  ws-fee-amt				pic s9(5)v99	value zero.
77  ws-net-amt				pic s9(7)v99	value zero.
77  ws-reverse-amt			pic s9(7)v99	value zero.
77  ws-line-amt				pic s9(7)v99	value zero.

77  ws-today-days			pic s9(7)	value zero.
77  ws-date-days			pic s9(7)	value zero.
77  ws-days-old				pic s9(7)	value zero.

01  ws-work-date.
    05  ws-work-yy			pic 9(4).
    05  ws-work-mm			pic 99.
    05  ws-work-dd			pic 99.
01  ws-work-date-r redefines ws-work-date	pic 9(8).

*   the payment a sale or chargeback was matched to

01  ws-match.
    05  ws-match-source			pic x.
    05  ws-match-claim-id		pic x(11).
    05  ws-match-agent-cd		pic 9.
    05  ws-match-pay-ref		pic x(12).
    05  ws-match-pay-date		pic 9(8).

01  ws-orig-key				pic x(18)	value spaces.

01  ws-claim-id.
    05  ws-claim-batch-nbr		pic x(9).
    05  ws-claim-nbr			pic 99.

01  ws-line-key				pic x(18).
01  ws-line-key-r redefines ws-line-key.
    05  ws-line-key-type		pic x.
    05  ws-line-claim-id		pic x(11).
    05  ws-line-oma-cd			pic x(4).
    05  ws-line-oma-suff		pic x.
    05  ws-line-adj-nbr			pic 9.

01  ws-line-desc			pic x(60)	value spaces.

01  ws-chbk-desc.
    05  filler				pic x(16)	value
		"CARD CHARGEBACK ".
    05  ws-chbk-desc-auth		pic x(6).
    05  filler				pic x		value space.
    05  ws-chbk-desc-ref		pic x(12).
    05  filler				pic x(25)	value
		" - PAYMENT REVERSED".

01  ws-receipt-ref.
    05  filler				pic x(5)	value "RCPT ".
    05  ws-receipt-ref-nbr		pic 9(6).
    05  filler				pic x		value space.

*   merchant numbers off the parm, each with its clinic

01  merchant-tbl.
    05  nbr-merchants			pic 99		value zero.
    05  merchant-entry			occurs 20 times.
	10  mer-merchant-nbr		pic x(15).
	10  mer-clinic-nbr		pic 99.

77  ss-mer				pic 99	value zero.

*   the clinic's card payments in the window, gathered when the
*   merchant's header is read.  cpy-state: "O" = open, "S" = settled
*   by this file, "P" = settled by an earlier file

01  card-pay-tbl.
    05  nbr-card-pays			pic 9(3)	value zero.
    05  card-pay-entry			occurs 500 times.
	10  cpy-auth-cd			pic x(6).
	10  cpy-amt			pic s9(7)v99	comp-3.
	10  cpy-date			pic 9(8).
	10  cpy-claim-id		pic x(11).
	10  cpy-agent-cd		pic 9.
	10  cpy-source			pic x.
	10  cpy-pay-ref			pic x(12).
	10  cpy-pat-surname		pic x(15).
	10  cpy-state			pic x.

77  ss-pay				pic 9(3)	value zero.
77  ws-found-pay			pic 9(3)	value zero.

*   the merchant's unmatched lines, listed again after its lines

01  unmatched-tbl.
    05  nbr-unmatched			pic 9(3)	value zero.
    05  unmatched-entry			occurs 200 times.
	10  unm-print-line		pic x(132).
	10  unm-reason			pic x(40).

77  ss-unm				pic 9(3)	value zero.

01  counters.
    05  ctr-settle-reads		pic 9(7)	value zero.
    05  ctr-settle-lines		pic 9(7)	value zero.
    05  ctr-sales-matched		pic 9(7)	value zero.
    05  ctr-chargebacks			pic 9(7)	value zero.
    05  ctr-not-matched			pic 9(7)	value zero.
    05  ctr-already-taken		pic 9(7)	value zero.

*   merchant totals - by disposition, then the file as read

01  disp-totals.
    05  disp-tot			occurs 4 times.
	10  disp-count			pic 9(5).
	10  disp-gross			pic s9(9)v99.
	10  disp-fee			pic s9(9)v99.
	10  disp-net			pic s9(9)v99.

77  ss-disp				pic 9	value zero.

01  file-totals.
    05  file-line-count			pic 9(6).
    05  file-sales-total		pic s9(9)v99.
    05  file-chargeback-total		pic s9(9)v99.
    05  file-fee-total			pic s9(9)v99.
    05  file-deposit-amt		pic s9(9)v99.

01  unsettled-totals.
    05  uns-count			pic 9(5).
    05  uns-amt				pic s9(9)v99.

01  disposition-desc-values.
    05  filler		pic x(17)	value "MATCHED".
    05  filler		pic x(17)	value "CHARGEBACK POSTED".
    05  filler		pic x(17)	value "NOT MATCHED".
    05  filler		pic x(17)	value "ALREADY TAKEN".
01  disposition-desc-tbl redefines disposition-desc-values.
    05  disposition-desc		pic x(17)
			occurs 4 times.

01  disp-total-desc-values.
    05  filler		pic x(40)	value
	"SALES MATCHED TO CARD PAYMENTS".
    05  filler		pic x(40)	value
	"CHARGEBACKS REVERSED ON THE CLAIMS".
    05  filler		pic x(40)	value
	"NOT MATCHED - NOTHING POSTED".
    05  filler		pic x(40)	value
	"ALREADY TAKEN FROM AN EARLIER FILE".
01  disp-total-desc-tbl redefines disp-total-desc-values.
    05  disp-total-desc			pic x(40)
			occurs 4 times.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.
01  hold-trailer-rec			pic x(150)	value spaces.

01  s2-unsettled-title.
    05  filler				pic x(32)	value
		"CARD PAYMENTS NOT SETTLED AFTER ".
    05  s2-days				pic zz9.
    05  filler				pic x(25)	value
		" DAYS".

01  h1-recon-head.
    05  filler				pic x(6)	value "u149".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"CARD MERCHANT SETTLEMENT RECONCILIATION".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-merchant-head.
    05  filler				pic x(11)	value
		"PROCESSOR ".
    05  h2-processor			pic x(10).
    05  filler				pic x(11)	value
		"  MERCHANT ".
    05  h2-merchant-nbr			pic x(15).
    05  filler				pic x(9)	value
		"  CLINIC ".
    05  h2-clinic-nbr			pic 99.
    05  filler				pic x(10)	value
		"  SETTLED ".
    05  h2-settle-date			pic 9(8).
    05  filler				pic x(10)	value
		"  DEPOSIT ".
    05  h2-deposit-ref			pic x(12).

01  h3-line-head.
    05  filler				pic x(11)	value "TYPE".
    05  filler				pic x(4)	value "CRD".
    05  filler				pic x(9)	value "TXN DATE".
    05  filler				pic x(7)	value "AUTH".
    05  filler				pic x(13)	value "PROC REF".
    05  filler				pic x(14)	value
		"        GROSS".
    05  filler				pic x(12)	value
		"        FEE".
    05  filler				pic x(14)	value
		"          NET".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(18)	value "RESULT".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(12)	value "PAID BY".

01  h4-unsettled-head.
    05  filler				pic x(9)	value "SOURCE".
    05  filler				pic x(13)	value "PAID BY".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(16)	value "PATIENT".
    05  filler				pic x(9)	value "PAID ON".
    05  filler				pic x(7)	value "AUTH".
    05  filler				pic x(14)	value
		"       AMOUNT".
    05  filler				pic x(10)	value
		"  DAYS OUT".

01  l1-settle-line.
    05  l1-txn-desc			pic x(10).
    05  filler				pic x		value spaces.
    05  l1-card-type			pic xx.
    05  filler				pic xx		value spaces.
    05  l1-txn-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-auth-cd			pic x(6).
    05  filler				pic x		value spaces.
    05  l1-processor-ref		pic x(12).
    05  filler				pic x		value spaces.
    05  l1-gross			pic z,zzz,zz9.99-.
    05  l1-fee				pic zz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-net				pic z,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-result			pic x(17).
    05  filler				pic x		value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l1-pay-ref			pic x(12).

01  l2-explain-line.
    05  filler				pic x(24)	value spaces.
    05  l2-text				pic x(40).

01  l3-unsettled-line.
    05  l3-source			pic x(8).
    05  filler				pic x		value spaces.
    05  l3-pay-ref			pic x(12).
    05  filler				pic x		value spaces.
    05  l3-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l3-pat-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l3-pay-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l3-auth-cd			pic x(6).
    05  filler				pic x		value spaces.
    05  l3-amt				pic z,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l3-days-old			pic zzzz9.

01  t1-total-line.
    05  filler				pic x(6)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzzz9.
    05  filler				pic x(3)	value spaces.
    05  t1-gross			pic zzz,zzz,zz9.99-.
    05  t1-fee				pic zzz,zzz,zz9.99-.
    05  t1-net				pic zzz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  t1-remark			pic x(10).

01  t2-head.
    05  filler				pic x(55)	value spaces.
    05  filler				pic x(15)	value
		"          GROSS".
    05  filler				pic x(15)	value
		"            FEE".
    05  filler				pic x(15)	value
		"            NET".

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-settlement-file section.
    use after standard error procedure on card-settlement.
err-card-settlement.
    move status-cobol-card-settlement	to common-status-file.
    display "error in accessing card settlement register - status "
	    common-status-file.
    stop "error in accessing card settlement register".

err-receipt-file section.
    use after standard error procedure on pos-receipt.
err-pos-receipt.
    move status-cobol-pos-receipt	to common-status-file.
    display "error in accessing front-desk receipt register - status "
	    common-status-file.
    stop "error in accessing front-desk receipt register".

err-batctrl-file section.
    use after standard error procedure on batch-ctrl-file.
err-batctrl.
    move status-cobol-batctrl-file	to common-status-file.
    display "error in accessing batch control file - status "
	    common-status-file.
    stop "error in accessing batch control file".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-coll-file section.
    use after standard error procedure on collection-mstr.
err-coll.
    move status-cobol-collection-mstr	to common-status-file.
    display "error in accessing collections master - status "
	    common-status-file.
    stop "error in accessing collections master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-settlement-file		thru ab0-99-exit
	until eof-settle-file = "Y".

*	(a merchant whose trailer never came)
    if ws-in-merchant = "Y"
    then
	perform ea0-merchant-end	thru	ea0-99-exit.
*   endif

    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    compute ws-today-days =
	(sys-yy * 360) + (sys-mm * 30) + sys-dd.

    perform ap0-read-parm		thru	ap0-99-exit.

    open i-o card-settlement.
    open input pos-receipt.
    open input batch-ctrl-file.
    open i-o claims-mstr.
    open i-o collection-mstr.
    open input card-settle-file.
    open output recon-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    move spaces				to	h2-processor
						h2-merchant-nbr
						h2-deposit-ref.
    move zero				to	h2-clinic-nbr
						h2-settle-date.

    move ws-unsettled-days		to	s2-days.

    move "u149"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(merchant records "M" tie each merchant number to its clinic;
*	 a "D" record overrides the 5 days before a card payment is
*	 reported not settled and the 45 days of payments gathered)

    move zero				to	nbr-merchants.

    open input u149-parm-file.
    if status-u149-parm not = "00"
    then
	display "u149 - no parm file - every merchant is unknown"
	go to ap0-99-exit.
*   endif

ap0-10-parm-loop.

    read u149-parm-file
	at end
	    close u149-parm-file
	    go to ap0-99-exit.

    if   u149-parm-type = "M"
     and u149-parm-clinic-nbr numeric
     and nbr-merchants < 20
    then
	add 1				to	nbr-merchants
	move u149-parm-merchant-nbr	to	mer-merchant-nbr (nbr-merchants)
	move u149-parm-clinic-nbr	to	mer-clinic-nbr (nbr-merchants)
	go to ap0-10-parm-loop.
*   endif

    if u149-parm-days-type not = "D"
    then
	go to ap0-10-parm-loop.
*   endif

    if   u149-parm-unsettled-days numeric
     and u149-parm-unsettled-days > zero
    then
	move u149-parm-unsettled-days	to	ws-unsettled-days.
*   endif

    if   u149-parm-window-days numeric
     and u149-parm-window-days > zero
    then
	move u149-parm-window-days	to	ws-window-days.
*   endif

    go to ap0-10-parm-loop.

ap0-99-exit.
    exit.
ab0-settlement-file.

    read card-settle-file
	at end
	    move "Y"			to	eof-settle-file
	    go to ab0-99-exit.

    add 1				to	ctr-settle-reads.

    if std-rec-type = "H"
    then
	if ws-in-merchant = "Y"
	then
	    perform ea0-merchant-end	thru	ea0-99-exit
	end-if
	perform ac0-start-merchant	thru	ac0-99-exit
	go to ab0-99-exit.
*   endif

*	(the trailer closes the merchant off)
    if std-rec-type = "T"
    then
	move card-settle-trailer-rec	to	hold-trailer-rec
	move "Y"			to	ws-trailer-read
	perform ea0-merchant-end	thru	ea0-99-exit
	go to ab0-99-exit.
*   endif

    if std-rec-type not = "D"
    then
	go to ab0-99-exit.
*   endif

    if ws-in-merchant not = "Y"
    then
	display "u149 - settlement line with no merchant header "
		std-processor-ref
	go to ab0-99-exit.
*   endif

    perform ba0-settlement-line		thru	ba0-99-exit.

ab0-99-exit.
    exit.
ac0-start-merchant.

    move "Y"				to	ws-in-merchant.
    move "N"				to	ws-trailer-read.
    move spaces				to	hold-trailer-rec.

    move sth-processor			to	h2-processor.
    move sth-merchant-nbr		to	h2-merchant-nbr.
    move sth-settle-date		to	h2-settle-date.
    move sth-deposit-ref		to	h2-deposit-ref.

    move zero				to	file-totals
						unsettled-totals
						nbr-unmatched.
    perform xe0-zero-totals		thru	xe0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 4.

*	(the clinic the merchant number banks for)
    move zero				to	ws-clinic-nbr.
    perform ac5-find-merchant		thru	ac5-99-exit
	varying ss-mer from 1 by 1
	until ss-mer > nbr-merchants
	   or ws-clinic-nbr not = zero.
    move ws-clinic-nbr			to	h2-clinic-nbr.

    move zero				to	nbr-card-pays.
    if ws-clinic-nbr not = zero
    then
	perform ad0-gather-receipts	thru	ad0-99-exit
	perform ae0-gather-batches	thru	ae0-99-exit
	perform ag0-earlier-settled	thru	ag0-99-exit
	    varying ss-pay from 1 by 1
	    until ss-pay > nbr-card-pays.
*   endif

*	(each merchant starts a page of its own)
    move max-lines-per-page		to	nbr-lines-this-page.

    move "SETTLEMENT LINES"		to	s1-section-title.
    move h3-line-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

ac0-99-exit.
    exit.
ac5-find-merchant.

    if mer-merchant-nbr (ss-mer) = sth-merchant-nbr
    then
	move mer-clinic-nbr (ss-mer)	to	ws-clinic-nbr.
*   endif

ac5-99-exit.
    exit.
ad0-gather-receipts.

*	(m117's receipts taken by debit or credit card - the tender
*	 reference is the card's authorization code)

    move "N"				to	eof-pos-receipt.
    move ws-clinic-nbr			to	prc-clinic-nbr-1-2.
    move zero				to	prc-receipt-nbr.

    start pos-receipt key is greater than or equal to prc-key
	invalid key
	    move "Y"			to	eof-pos-receipt.

ad0-10-receipt-loop.

    if eof-pos-receipt = "Y"
    then
	go to ad0-99-exit.
*   endif

    read pos-receipt next
	at end
	    go to ad0-99-exit.

    if prc-clinic-nbr-1-2 not = ws-clinic-nbr
    then
	go to ad0-99-exit.
*   endif

    if   not prc-debit
     and not prc-card
    then
	go to ad0-10-receipt-loop.
*   endif

    move prc-date			to	ws-work-date-r.
    perform xf0-days-old		thru	xf0-99-exit.
    if ws-days-old > ws-window-days
    then
	go to ad0-10-receipt-loop.
*   endif

    if nbr-card-pays not < 500
    then
	display "u149 - card payment table full at receipt "
		prc-receipt-nbr
	go to ad0-99-exit.
*   endif

    add 1				to	nbr-card-pays.
    move prc-tender-ref (1:6)		to	cpy-auth-cd (nbr-card-pays).
    move prc-amt			to	cpy-amt (nbr-card-pays).
    move prc-date			to	cpy-date (nbr-card-pays).
    move prc-claim-id			to	cpy-claim-id (nbr-card-pays).
    move 4				to	cpy-agent-cd (nbr-card-pays).
    move "R"				to	cpy-source (nbr-card-pays).
    move prc-receipt-nbr		to	ws-receipt-ref-nbr.
    move ws-receipt-ref			to	cpy-pay-ref (nbr-card-pays).
    move prc-pat-surname		to	cpy-pat-surname (nbr-card-pays).
    move "O"				to	cpy-state (nbr-card-pays).

    go to ad0-10-receipt-loop.

ad0-99-exit.
    exit.
ae0-gather-batches.

*	(the clinic's d004 payment batches in the window)

    move "N"				to	eof-batctrl-file.
    move low-values			to	key-batctrl-file.
    move ws-clinic-nbr			to	batctrl-bat-clinic-nbr-1-2.

    start batch-ctrl-file key is greater than or equal to key-batctrl-file
	invalid key
	    move "Y"			to	eof-batctrl-file.

ae0-10-batch-loop.

    if eof-batctrl-file = "Y"
    then
	go to ae0-99-exit.
*   endif

    read batch-ctrl-file next
	at end
	    go to ae0-99-exit.

    if batctrl-bat-clinic-nbr-1-2 not = ws-clinic-nbr
    then
	go to ae0-99-exit.
*   endif

    if batctrl-batch-type not = "P"
    then
	go to ae0-10-batch-loop.
*   endif

    move batctrl-date-batch-entered	to	ws-work-date-r.
    perform xf0-days-old		thru	xf0-99-exit.
    if ws-days-old > ws-window-days
    then
	go to ae0-10-batch-loop.
*   endif

    perform af0-gather-shells		thru	af0-99-exit.

    go to ae0-10-batch-loop.

ae0-99-exit.
    exit.
af0-gather-shells.

*	(as d018 finds them - the payment batch's own claim shells
*	 carry the settled claim in orig-batch-id and the applied
*	 amount; the card ones say "CC" and the authorization code in
*	 the EXPLANATION)

    move "N"				to	eof-pay-batch.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move batctrl-batch-nbr		to	key-clm-batch-num.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-pay-batch.

af0-10-shell-loop.

    if eof-pay-batch = "Y"
    then
	go to af0-99-exit.
*   endif

    read claims-mstr next
	at end
	    go to af0-99-exit.

    if   key-clm-key-type not = "B"
      or key-clm-batch-num not = batctrl-batch-nbr
    then
	go to af0-99-exit.
*   endif

*	(headers only)
    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to af0-10-shell-loop.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    if   clmhdr-orig-batch-id = spaces
      or clmhdr-orig-batch-id = zeros
      or clmhdr-reference (1:2) not = "CC"
    then
	go to af0-10-shell-loop.
*   endif

    if nbr-card-pays not < 500
    then
	display "u149 - card payment table full at batch "
		batctrl-batch-nbr
	go to af0-99-exit.
*   endif

    add 1				to	nbr-card-pays.
    move clmhdr-reference (3:6)		to	cpy-auth-cd (nbr-card-pays).
    if clmhdr-curr-payment not = zero
    then
	move clmhdr-curr-payment	to	cpy-amt (nbr-card-pays)
    else
	move clmhdr-manual-and-tape-paymnts
					to	cpy-amt (nbr-card-pays).
*   endif
    move batctrl-date-batch-entered	to	cpy-date (nbr-card-pays).
    move clmhdr-orig-batch-id		to	cpy-claim-id (nbr-card-pays).
    move clmhdr-agent-cd		to	cpy-agent-cd (nbr-card-pays).
    move "B"				to	cpy-source (nbr-card-pays).
    move clmhdr-claim-id		to	cpy-pay-ref (nbr-card-pays).
    move clmhdr-pat-surname		to	cpy-pat-surname (nbr-card-pays).
    move "O"				to	cpy-state (nbr-card-pays).

    go to af0-10-shell-loop.

af0-99-exit.
    exit.
ag0-earlier-settled.

*	(a payment an earlier settlement file already matched is
*	 neither matched again nor reported as not settled)

    move "N"				to	eof-card-settlement.
    move low-values			to	stl-key.
    move ws-clinic-nbr			to	stl-clinic-nbr-1-2.
    move cpy-auth-cd (ss-pay)		to	stl-auth-cd.

    start card-settlement key is greater than or equal to stl-key
	invalid key
	    move "Y"			to	eof-card-settlement.

ag0-10-settled-loop.

    if eof-card-settlement = "Y"
    then
	go to ag0-99-exit.
*   endif

    read card-settlement next
	at end
	    go to ag0-99-exit.

    if   stl-clinic-nbr-1-2 not = ws-clinic-nbr
      or stl-auth-cd not = cpy-auth-cd (ss-pay)
    then
	go to ag0-99-exit.
*   endif

    if   stl-sale
     and (stl-matched or stl-charged-back)
     and stl-claim-id = cpy-claim-id (ss-pay)
     and stl-gross-amt = cpy-amt (ss-pay)
    then
	move "P"			to	cpy-state (ss-pay)
	go to ag0-99-exit.
*   endif

    go to ag0-10-settled-loop.

ag0-99-exit.
    exit.
ba0-settlement-line.

    add 1				to	ctr-settle-lines.

    move zero				to	ws-disposition.
    move spaces				to	ws-not-posted-reason
						ws-match.
    move zero				to	ws-match-agent-cd
						ws-match-pay-date.

*	(a chargeback takes its money back off the deposit)
    move std-gross-amt			to	ws-gross-amt.
    move std-fee-amt			to	ws-fee-amt.
    move std-net-amt			to	ws-net-amt.
    if std-txn-type = "C"
    then
	compute ws-gross-amt = 0 - std-gross-amt
	compute ws-net-amt   = 0 - std-net-amt
	add std-gross-amt		to	file-chargeback-total
    else
	add std-gross-amt		to	file-sales-total.
*   endif
    add 1				to	file-line-count.
    add ws-fee-amt			to	file-fee-total.
    add ws-net-amt			to	file-deposit-amt.

    if ws-clinic-nbr = zero
    then
	move 3				to	ws-disposition
	move "MERCHANT NUMBER NOT ON THE U149 PARM"
					to	ws-not-posted-reason
	go to ba0-80-report.
*   endif

    perform bb0-find-existing		thru	bb0-99-exit.

    if ws-existing = "D"
    then
	move 4				to	ws-disposition
	go to ba0-80-report.
*   endif

    if ws-existing = "F"
    then
	move 3				to	ws-disposition
	move "NO FREE KEY ON THE SETTLEMENT REGISTER"
					to	ws-not-posted-reason
	go to ba0-80-report.
*   endif

    if std-txn-type = "S"
    then
	perform bc0-match-sale		thru	bc0-99-exit
    else
    if std-txn-type = "C"
    then
	perform bd0-chargeback		thru	bd0-99-exit
    else
	move 3				to	ws-disposition
	move "TRANSACTION TYPE NOT HANDLED"
					to	ws-not-posted-reason.
*   endif
*   endif

    perform be0-file-settlement		thru	be0-99-exit.

ba0-80-report.

    perform da0-settlement-line		thru	da0-99-exit.

ba0-99-exit.
    exit.
bb0-find-existing.

*	(the line's processor reference under its authorization,
*	 date and type - taken already, or left unmatched last time
*	 and tried again; otherwise the first free sequence)

    move "N"				to	ws-existing.
    move zero				to	ws-stl-seq.
    move 1				to	ws-try-seq.

bb0-10-try-key.

    move ws-clinic-nbr			to	stl-clinic-nbr-1-2.
    move std-auth-cd			to	stl-auth-cd.
    move std-txn-date			to	stl-txn-date.
    move std-txn-type			to	stl-txn-type.
    move ws-try-seq			to	stl-seq-nbr.

    read card-settlement
	invalid key
	    go to bb0-50-free-key.

    if stl-processor-ref not = std-processor-ref
    then
	go to bb0-70-next-key.
*   endif

    move ws-try-seq			to	ws-stl-seq.
    if stl-unmatched
    then
	move "U"			to	ws-existing
    else
	move "D"			to	ws-existing.
*   endif
    go to bb0-99-exit.

bb0-50-free-key.

    if ws-stl-seq = zero
    then
	move ws-try-seq			to	ws-stl-seq.
*   endif

bb0-70-next-key.

    if ws-try-seq < 9
    then
	add 1				to	ws-try-seq
	go to bb0-10-try-key.
*   endif

    if ws-stl-seq = zero
    then
	move "F"			to	ws-existing.
*   endif

bb0-99-exit.
    exit.
bc0-match-sale.

*	(an open card payment with the same authorization code and
*	 the same amount)

    move zero				to	ws-found-pay.
    move "N"				to	ws-auth-seen.

    perform bc5-test-payment		thru	bc5-99-exit
	varying ss-pay from 1 by 1
	until ss-pay > nbr-card-pays
	   or ws-found-pay not = zero.

    if ws-found-pay = zero
    then
	move 3				to	ws-disposition
	if ws-auth-seen = "Y"
	then
	    move "AMOUNT DIFFERS FROM THE CARD PAYMENT"
					to	ws-not-posted-reason
	else
	    move "NO CARD PAYMENT WITH THIS AUTHORIZATION"
					to	ws-not-posted-reason
	end-if
	go to bc0-99-exit.
*   endif

    move "S"				to	cpy-state (ws-found-pay).
    move cpy-source (ws-found-pay)	to	ws-match-source.
    move cpy-claim-id (ws-found-pay)	to	ws-match-claim-id.
    move cpy-agent-cd (ws-found-pay)	to	ws-match-agent-cd.
    move cpy-pay-ref (ws-found-pay)	to	ws-match-pay-ref.
    move cpy-date (ws-found-pay)	to	ws-match-pay-date.
    move 1				to	ws-disposition.

bc0-99-exit.
    exit.
bc5-test-payment.

    if   cpy-auth-cd (ss-pay) not = std-auth-cd
      or cpy-state (ss-pay) not = "O"
    then
	go to bc5-99-exit.
*   endif

    move "Y"				to	ws-auth-seen.

    if cpy-amt (ss-pay) = std-gross-amt
    then
	move ss-pay			to	ws-found-pay.
*   endif

bc5-99-exit.
    exit.
bd0-chargeback.

*	(the sale it takes back, settled and matched earlier)

    move spaces				to	ws-orig-key.
    move "N"				to	eof-card-settlement.
    move low-values			to	stl-key.
    move ws-clinic-nbr			to	stl-clinic-nbr-1-2.
    move std-auth-cd			to	stl-auth-cd.

    start card-settlement key is greater than or equal to stl-key
	invalid key
	    move "Y"			to	eof-card-settlement.

bd0-10-sale-loop.

    if eof-card-settlement = "Y"
    then
	go to bd0-20-sale-found.
*   endif

    read card-settlement next
	at end
	    go to bd0-20-sale-found.

    if   stl-clinic-nbr-1-2 not = ws-clinic-nbr
      or stl-auth-cd not = std-auth-cd
    then
	go to bd0-20-sale-found.
*   endif

    if   stl-sale
     and stl-matched
     and stl-gross-amt not < std-gross-amt
    then
	move stl-key			to	ws-orig-key
	move stl-match-source		to	ws-match-source
	move stl-claim-id		to	ws-match-claim-id
	move stl-agent-cd		to	ws-match-agent-cd
	move stl-pay-ref		to	ws-match-pay-ref
	move stl-pay-date		to	ws-match-pay-date
	go to bd0-20-sale-found.
*   endif

    go to bd0-10-sale-loop.

bd0-20-sale-found.

    if ws-orig-key = spaces
    then
	move 3				to	ws-disposition
	move "NO SETTLED SALE FOR THIS AUTHORIZATION"
					to	ws-not-posted-reason
	go to bd0-99-exit.
*   endif

*	(the claim the card payment settled, the amount capped at
*	 what still stands paid - as d018 does)
    move ws-match-claim-id		to	ws-claim-id
						ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	move 3				to	ws-disposition
	move "CLAIM NO LONGER ON THE MASTER"
					to	ws-not-posted-reason
	go to bd0-99-exit.
*   endif

    move std-gross-amt			to	ws-reverse-amt.
    if ws-reverse-amt > clmhdr-manual-and-tape-paymnts
    then
	move clmhdr-manual-and-tape-paymnts
					to	ws-reverse-amt.
*   endif

    if ws-reverse-amt not > zero
    then
	move 3				to	ws-disposition
	move "NOTHING LEFT PAID ON THE CLAIM"
					to	ws-not-posted-reason
	go to bd0-99-exit.
*   endif

*	(back the payment out - the balance re-opens by the amount)
    move claims-mstr-rec		to	cjp-before-image.

    subtract ws-reverse-amt		from	clmhdr-manual-and-tape-paymnts.
    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move 3			to	ws-disposition
	    move "CLAIM HEADER COULD NOT BE REWRITTEN"
					to	ws-not-posted-reason
	    go to bd0-99-exit.

    move "u149"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move "CHBK"				to	ws-line-oma-cd.
    move space				to	ws-line-oma-suff.
    compute ws-line-amt = 0 - ws-reverse-amt.
    move std-auth-cd			to	ws-chbk-desc-auth.
    move std-processor-ref		to	ws-chbk-desc-ref.
    move ws-chbk-desc			to	ws-line-desc.
    perform xb5-write-line		thru	xb5-99-exit.

    perform bf0-flag-collections	thru	bf0-99-exit.

*	(the sale is marked charged back)
    move ws-orig-key			to	stl-key.
    read card-settlement
	invalid key
	    go to bd0-80-done.

    move "C"				to	stl-status.
    rewrite card-settlement-rec
	invalid key
	    next sentence.

bd0-80-done.

    move 2				to	ws-disposition.

bd0-99-exit.
    exit.
be0-file-settlement.

    move spaces				to	card-settlement-rec.
    move ws-clinic-nbr			to	stl-clinic-nbr-1-2.
    move std-auth-cd			to	stl-auth-cd.
    move std-txn-date			to	stl-txn-date.
    move std-txn-type			to	stl-txn-type.
    move ws-stl-seq			to	stl-seq-nbr.

    if ws-disposition = 1
    then
	move "M"			to	stl-status
    else
    if ws-disposition = 2
    then
	move "R"			to	stl-status
    else
	move "U"			to	stl-status.
*   endif
*   endif

    move sth-settle-date		to	stl-settle-date.
    move sth-processor			to	stl-processor.
    move sth-merchant-nbr		to	stl-merchant-nbr.
    move std-processor-ref		to	stl-processor-ref.
    move std-card-type			to	stl-card-type.
    move ws-gross-amt			to	stl-gross-amt.
    move ws-fee-amt			to	stl-fee-amt.
    move ws-net-amt			to	stl-net-amt.
    move ws-match-source		to	stl-match-source.
    move ws-match-claim-id		to	stl-claim-id.
    move ws-match-agent-cd		to	stl-agent-cd.
    move ws-match-pay-ref		to	stl-pay-ref.
    move ws-match-pay-date		to	stl-pay-date.
    move ws-not-posted-reason		to	stl-reason.
    move sys-date-long			to	stl-run-date.

    if ws-existing = "U"
    then
	rewrite card-settlement-rec
	    invalid key
		display "u149 - settlement not re-filed "
			std-processor-ref
    else
	write card-settlement-rec
	    invalid key
		display "u149 - settlement not filed "
			std-processor-ref.
*   endif

be0-99-exit.
    exit.
bf0-flag-collections.

*	(the account joins the f062 workbench, as d018 flags an NSF
*	 cheque - the sequence off the clock, stepped past one taken)

    move sys-time (1:6)			to	ws-coll-seq.
    move zero				to	ws-coll-try.

bf0-10-try-write.

    move spaces				to	collection-rec.
    move clmhdr-clinic-nbr-1-2		to	coll-clinic-nbr-1-2.
    move ws-coll-seq			to	coll-seq-nbr.
    move "A"				to	coll-status.
    move ws-match-claim-id		to	coll-claim-id.
    move clmhdr-pat-id (1:16)		to	coll-pat-key.
    move "CARD CHARGEBACK"		to	coll-reason.
    move ws-reverse-amt			to	coll-balance.
    move sys-date-long			to	coll-flagged-date
						coll-next-followup-date.
    move zero				to	coll-letter-level
						coll-nbr-calls.

    write collection-rec
	invalid key
	    go to bf0-50-next-seq.

    go to bf0-99-exit.

bf0-50-next-seq.

    add 1				to	ws-coll-seq
						ws-coll-try.
    if ws-coll-try < 50
    then
	go to bf0-10-try-write.
*   endif

    display "u149 - collections entry not written for claim "
	    ws-match-claim-id.

bf0-99-exit.
    exit.
da0-settlement-line.

    if std-txn-type = "S"
    then
	move "SALE"			to	l1-txn-desc
    else
    if std-txn-type = "C"
    then
	move "CHARGEBACK"		to	l1-txn-desc
    else
	move std-txn-type		to	l1-txn-desc.
*   endif
*   endif

    move std-card-type			to	l1-card-type.
    move std-txn-date			to	l1-txn-date.
    move std-auth-cd			to	l1-auth-cd.
    move std-processor-ref		to	l1-processor-ref.
    move ws-gross-amt			to	l1-gross.
    move ws-fee-amt			to	l1-fee.
    move ws-net-amt			to	l1-net.
    move disposition-desc (ws-disposition)
					to	l1-result.
    move ws-match-claim-id		to	l1-claim-id.
    move ws-match-pay-ref		to	l1-pay-ref.
    move l1-settle-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ws-disposition = 3
    then
	move ws-not-posted-reason	to	l2-text
	move l2-explain-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	if nbr-unmatched < 200
	then
	    add 1			to	nbr-unmatched
	    move l1-settle-line		to	unm-print-line (nbr-unmatched)
	    move ws-not-posted-reason	to	unm-reason (nbr-unmatched)
	end-if
	add 1				to	ctr-not-matched.
*   endif

    if ws-disposition = 1
    then
	add 1				to	ctr-sales-matched.
*   endif
    if ws-disposition = 2
    then
	add 1				to	ctr-chargebacks.
*   endif
    if ws-disposition = 4
    then
	add 1				to	ctr-already-taken.
*   endif

    add 1				to	disp-count (ws-disposition).
    add ws-gross-amt			to	disp-gross (ws-disposition).
    add ws-fee-amt			to	disp-fee (ws-disposition).
    add ws-net-amt			to	disp-net (ws-disposition).

da0-99-exit.
    exit.
ea0-merchant-end.

    perform eb0-unmatched-lines		thru	eb0-99-exit.
    perform ec0-not-settled		thru	ec0-99-exit.
    perform ed0-merchant-totals		thru	ed0-99-exit.

    move "N"				to	ws-in-merchant.

ea0-99-exit.
    exit.
eb0-unmatched-lines.

    move "SETTLEMENT LINES NOT MATCHED"	to	s1-section-title.
    move h3-line-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    if nbr-unmatched = zero
    then
	move "NONE"			to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to eb0-99-exit.
*   endif

    perform eb5-unmatched-line		thru	eb5-99-exit
	varying ss-unm from 1 by 1
	until ss-unm > nbr-unmatched.

eb0-99-exit.
    exit.
eb5-unmatched-line.

    move unm-print-line (ss-unm)	to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move unm-reason (ss-unm)		to	l2-text.
    move l2-explain-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb5-99-exit.
    exit.
ec0-not-settled.

*	(card payments still open after the parm's days - the money
*	 the processor has not yet put in the bank)

    move s2-unsettled-title		to	s1-section-title.
    move h4-unsettled-head		to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform ec5-not-settled-line	thru	ec5-99-exit
	varying ss-pay from 1 by 1
	until ss-pay > nbr-card-pays.

    if uns-count = zero
    then
	move "NONE"			to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ec0-99-exit.
    exit.
ec5-not-settled-line.

    if cpy-state (ss-pay) not = "O"
    then
	go to ec5-99-exit.
*   endif

    move cpy-date (ss-pay)		to	ws-work-date-r.
    perform xf0-days-old		thru	xf0-99-exit.
    if ws-days-old not > ws-unsettled-days
    then
	go to ec5-99-exit.
*   endif

    if cpy-source (ss-pay) = "R"
    then
	move "RECEIPT"			to	l3-source
    else
	move "D004 PAY"			to	l3-source.
*   endif
    move cpy-pay-ref (ss-pay)		to	l3-pay-ref.
    move cpy-claim-id (ss-pay)		to	l3-claim-id.
    move cpy-pat-surname (ss-pay)	to	l3-pat-surname.
    move cpy-date (ss-pay)		to	l3-pay-date.
    move cpy-auth-cd (ss-pay)		to	l3-auth-cd.
    move cpy-amt (ss-pay)		to	l3-amt.
    move ws-days-old			to	l3-days-old.
    move l3-unsettled-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	uns-count.
    add cpy-amt (ss-pay)		to	uns-amt.

ec5-99-exit.
    exit.
ed0-merchant-totals.

    move "MERCHANT TOTALS"		to	s1-section-title.
    move t2-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    perform ee0-disposition-total	thru	ee0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 4.

*	(the file as read against the processor's own trailer)
    move spaces				to	t1-remark.
    move "SETTLEMENT FILE AS READ"	to	t1-desc.
    move file-line-count		to	t1-count.
    compute t1-gross = file-sales-total - file-chargeback-total.
    move file-fee-total			to	t1-fee.
    move file-deposit-amt		to	t1-net.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "PROCESSOR TRAILER (DEPOSIT)"	to	t1-desc.
    if ws-trailer-read = "Y"
    then
	move hold-trailer-rec		to	card-settle-trailer-rec
	move stt-line-count		to	t1-count
	compute t1-gross = stt-sales-total - stt-chargeback-total
	move stt-fee-total		to	t1-fee
	move stt-deposit-amt		to	t1-net
	move "AGREES"			to	t1-remark
	if   stt-line-count       not = file-line-count
	  or stt-sales-total      not = file-sales-total
	  or stt-chargeback-total not = file-chargeback-total
	  or stt-fee-total        not = file-fee-total
	  or stt-deposit-amt      not = file-deposit-amt
	then
	    move "DIFFERS"		to	t1-remark
	end-if
    else
	move zero			to	t1-count
					t1-gross
					t1-fee
					t1-net
	move "NO TRAILER"		to	t1-remark.
*   endif
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	t1-remark.
    move "CARD PAYMENTS NOT SETTLED"	to	t1-desc.
    move uns-count			to	t1-count.
    move uns-amt			to	t1-gross.
    move zero				to	t1-fee
						t1-net.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ed0-99-exit.
    exit.
ee0-disposition-total.

    move disp-total-desc (ss-disp)	to	t1-desc.
    move disp-count (ss-disp)		to	t1-count.
    move disp-gross (ss-disp)		to	t1-gross.
    move disp-fee (ss-disp)		to	t1-fee.
    move disp-net (ss-disp)		to	t1-net.
    move spaces				to	t1-remark.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ee0-99-exit.
    exit.
az0-end-of-job.

    move "u149"				to	elp-pgm.
    move "END"				to	elp-type.
    add ctr-sales-matched, ctr-chargebacks
					giving	elp-count.
    move "CARD SETTLEMENTS MATCHED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close card-settlement.
    close pos-receipt.
    close batch-ctrl-file.
    close claims-mstr.
    close collection-mstr.
    close card-settle-file.
    close recon-file.

    display "u149 - settlement records read " ctr-settle-reads.
    display "u149 - settlement lines        " ctr-settle-lines.
    display "u149 - sales matched           " ctr-sales-matched.
    display "u149 - chargebacks reversed    " ctr-chargebacks.
    display "u149 - not matched             " ctr-not-matched.
    display "u149 - already taken           " ctr-already-taken.

    stop run.

az0-99-exit.
    exit.
xa0-read-header.

    move "N"				to	entry-ok.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-line-claim-id		to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.

    read claims-mstr
	invalid key
	    go to xa0-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    move "Y"				to	entry-ok.

xa0-99-exit.
    exit.
xa5-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write recon-record			from	h1-recon-head after advancing page.
    write recon-record			from	h2-merchant-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write recon-record			from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xb5-write-line.

*	(first free key for the line's code - adjustment number 1
*	 to 9, as u148 files its lines)
    move "B"				to	ws-line-key-type.
    move ws-claim-id			to	ws-line-claim-id.
    move 1				to	ws-line-adj-nbr.

xb5-10-find-key.

    move ws-line-key			to	key-claims-mstr.

    read claims-mstr
	invalid key
	    go to xb5-50-build.

    if ws-line-adj-nbr < 9
    then
	add 1				to	ws-line-adj-nbr
	go to xb5-10-find-key.
*   endif

    display "u149 - no free line key on claim " ws-claim-id
	    " " ws-line-oma-cd ws-line-oma-suff.
    go to xb5-99-exit.

xb5-50-build.

*	(an adjustment line dated today and kept off the patient
*	 path with a "Z" key)
    move spaces				to	claim-detail-rec.
    move zeros				to	clmdtl-agent-cd
						clmdtl-line-no
						clmdtl-sv-date
						clmdtl-consecutive-sv-date (1)
						clmdtl-consecutive-sv-date (2)
						clmdtl-consecutive-sv-date (3)
						clmdtl-sv-nbr (1)
						clmdtl-sv-nbr (2)
						clmdtl-sv-nbr (3)
						clmdtl-nbr-serv
						clmdtl-fee-ohip
						clmdtl-amt-tech-billed
						clmdtl-rev-group-cd
						clmdtl-cycle-nbr
						clmdtl-claim-nbr.

    move ws-line-key			to	k-clmdtl-claims-mstr.
    move "Z"				to	clmdtl-p-key-type
					     of claim-detail-rec.
    move ws-line-oma-cd			to	clmdtl-oma-cd.
    move ws-line-oma-suff		to	clmdtl-oma-suff.
    move ws-line-adj-nbr		to	clmdtl-adj-nbr.
    move clmhdr-agent-cd		to	clmdtl-agent-cd.
    move sys-date-long			to	clmdtl-sv-date
						clmdtl-date-period-end.
    move ws-line-amt			to	clmdtl-fee-oma.
    move ws-claim-batch-nbr		to	clmdtl-batch-nbr.
    move ws-claim-nbr			to	clmdtl-claim-nbr.
    move ws-line-desc			to	clmdtl-desc.
    move "C"				to	clmdtl-adj-cd.

    move claim-detail-rec		to	claims-mstr-rec.

    write claims-mstr-rec
	invalid key
	    display "u149 - line not written on claim " ws-claim-id
		    " " ws-line-oma-cd ws-line-oma-suff
	    go to xb5-99-exit.

    move "u149"				to	cjp-pgm.
    move "W"				to	cjp-action.
    move spaces				to	cjp-before-image.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

xb5-99-exit.
    exit.
xc0-start-section.

*	(section title and its column heading - print-line holds the
*	 column heading on the way in)

    move print-line			to	hold-column-head.
    move s1-section-title		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.
    move hold-column-head		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

xc0-99-exit.
    exit.
xe0-zero-totals.

    move zero				to	disp-count (ss-disp)
						disp-gross (ss-disp)
						disp-fee (ss-disp)
						disp-net (ss-disp).

xe0-99-exit.
    exit.
xf0-days-old.

*	(days since ws-work-date, 30-day months as r093 counts them)
    compute ws-date-days =
	(ws-work-yy * 360) + (ws-work-mm * 30) + ws-work-dd.
    subtract ws-date-days		from	ws-today-days
					giving	ws-days-old.

xf0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
