*			  done to r123b (the r123 chain's equivalent program)
*			  in 2016.  no change in behaviour: this program has
*			  only ever run the eft sort and end-of-job since then.
* 2026/oct/15 DM	- doctor deduction ledger (f113, maintained by m109).
*			  after the eft sort each doctor's payment item on
*			  eft_tape_r153 has that doctor's active ledger
*			  installments (moh recoveries, advances,
*			  garnishments) taken off it in priority order,
*			  capped at the balance left and at the pay left so
*			  net pay never goes below zero; the file trailer
*			  totals are reduced to match, the ledgers are
*			  updated and each doctor's deductions are printed
*			  on the r153a statement file.  a rerun on the same
*			  day re-takes what the first run recorded and
*			  leaves the ledgers alone.
* 2026/oct/15 DM	- professional corporation payee (f114, maintained
*			  by m110).  a doctor with a payee period in force
*			  on the cheque date has the eft payment item sent
*			  to the corporation's bank account in the
*			  corporation's name, and the r153a statement
*			  carries a "PAID TO" line with the corporation's
*			  name and business number under the doctor's.
* 2026/oct/15 DM	- banking change control (f140, m126).  a payee
*			  period whose banking has not been released yet
*			  carries none and the doctor is paid personally
*			  meanwhile.  a payment item going to an account
*			  changed by a released change not yet paid into
*			  is listed on the r153ef eft summary as a first
*			  deposit to a newly changed account, and the
*			  change is stamped with the run date and amount
*			  (a rerun on the same day lists it again).
* 2026/oct/15 DM	- pay issue history (f154).  every doctor's eft
*			  payment item is recorded by pay date with the
*			  gross off the tape, the ledger deductions taken
*			  and the net deposited, for the year-end
*			  reconciliation (r155).  a rerun of the same pay
*			  replaces what the first run recorded.
* 2026/oct/15 DM	- outbound transmission register (f163, see outreg).
*			  the finished eft file, deductions applied, is
*			  read back once and filed as produced with its
*			  record count, trailer debit total and content
*			  hash, for m137 to control its transmission.

environment division. 
input-output section. 
    select u119-chgeft-file 
	assign to "u119_chgeft.ps" 
	organization is sequential. 
* 2026/oct/15 - DM - doctor deduction ledger
* 
    copy "f113_doc_deduction.slr".
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
* 
    copy "f114_doc_payee.slr".
* 2026/oct/15 - end
* 2026/oct/15 - DM - banking change control
* 
    copy "f140_bank_change.slr".
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
* 
    copy "f154_pay_issue_hist.slr".
* 2026/oct/15 - end
 
data division. 
file section. 
             05   w-chgeft-amt-n                   pic 9(13)v99. 
* MC1 - end
 
* 2026/oct/15 - DM - doctor deduction ledger
    copy "f113_doc_deduction.fd".
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
    copy "f114_doc_payee.fd".
* 2026/oct/15 - end
* 2026/oct/15 - DM - banking change control
    copy "f140_bank_change.fd".
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
    copy "f154_pay_issue_hist.fd".
* 2026/oct/15 - end
sd  r153-work-file 
    block contains 65 characters. 
 
77  status-cobol-dept-mstr              pic x(2)        value zero.
77  status-sort-file			pic x(11)       value zeroes. 
77  status-u119-chgeft-file		pic x(11)       value zeroes. 
* 2026/oct/15 - DM - doctor deduction ledger
77  status-cobol-doc-deduction		pic xx		value zero.
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
77  status-cobol-doc-payee		pic xx		value zero.
* 2026/oct/15 - end
* 
* 
*	feedbacks 
77  feedback-doc-mstr			pic x(4)	value spaces. 
77  feedback-cheque-reg-mstr		pic x(4)	value spaces. 
77  feedback-iconst-mstr		pic x(4)	value spaces. 
* 2026/oct/15 - DM - doctor deduction ledger
* 
*	the eft tape record as the deduction step sees it - a
*	transaction record carries up to 6 payment items of 240
*	bytes after the 24-byte header, the doctor number is the
*	front of each item's cross reference; the "Z" trailer
*	carries the file's debit and credit totals.  the bank,
*	account and payee name are what a corporation payee
*	replaces.
* 
01  ded-eft-rec.
    05  ded-eft-rec-type			pic x.
    05  filler					pic x(23).
    05  ded-eft-item			occurs 6 times.
	10  ded-eft-tran-type			pic x(3).
	10  ded-eft-amt				pic 9(8)v99.
	10  filler				pic x(6).
	10  ded-eft-bank-nbr			pic 9(4).
	10  ded-eft-bank-branch			pic 9(5).
	10  ded-eft-bank-acct			pic x(12).
	10  filler				pic x(40).
	10  ded-eft-payee-name			pic x(30).
	10  filler				pic x(40).
	10  ded-eft-doc-nbr			pic x(3).
	10  filler				pic x(87).
01  ded-eft-trailer redefines ded-eft-rec.
    05  filler					pic x(24).
    05  ded-eft-tot-debit-value			pic 9(12)v99.
    05  ded-eft-tot-debit-nbr			pic 9(8).
    05  ded-eft-tot-credit-value		pic 9(12)v99.
    05  ded-eft-tot-credit-nbr			pic 9(8).
    05  filler					pic x(1396).
* 
77  eof-eft-tape				pic x		value "N".
77  ded-rec-changed				pic x		value "N".
77  ded-doc-printed				pic x		value "N".
77  ss-item					pic 9		value zero.
77  ss-ded					pic 99		value zero.
77  ss-prio					pic 99		value zero.
77  ss-run					pic 999		value zero.
77  ded-nbr-ledgers				pic 99		value zero.
77  ded-nbr-run-taken				pic 999		value zero.
77  ded-already-taken				pic x		value "N".
01  ded-run-date				pic 9(8)	value zero.
77  ded-item-gross				pic 9(8)v99	value zero.
77  ded-pay-left				pic 9(8)v99	value zero.
77  ded-install					pic 9(8)v99	value zero.
77  ded-doc-tot-taken				pic 9(8)v99	value zero.
77  ded-tot-taken-debit				pic 9(12)v99	value zero.
77  ded-tot-taken-credit			pic 9(12)v99	value zero.
* 
*	the doctor's ledgers, taken in priority order
* 
01  ded-ledger-table.
    05  ded-ledger-entry		occurs 99 times.
	10  dlt-seq-nbr				pic 99.
	10  dlt-priority			pic 9.
* 
*	ledgers already taken in this run - a doctor with more than
*	one payment item has each installment taken once only
* 
01  ded-run-taken-table.
    05  ded-run-taken-entry		occurs 999 times.
	10  drt-doc-nbr				pic x(3).
	10  drt-seq-nbr				pic 99.
* 
01  ded-counters.
    05  ctr-eft-tape-reads			pic 9(7)    value zero.
    05  ctr-ded-items				pic 9(7)    value zero.
    05  ctr-ded-taken				pic 9(7)    value zero.
    05  ctr-ded-retaken				pic 9(7)    value zero.
    05  ctr-ded-recovered			pic 9(7)    value zero.
    05  ctr-ded-capped				pic 9(7)    value zero.
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
77  pay-in-force				pic x		value "N".
77  pay-hold-from				pic 9(8)	value zero.
77  ded-title-printed				pic x		value "N".
77  ctr-pay-redirected				pic 9(7)	value zero.
* 2026/oct/15 - end
* 2026/oct/15 - DM - banking change control
77  status-cobol-bank-change			pic xx		value zero.
77  eof-bank-change				pic x		value "N".
77  bcf-file-open				pic x		value "N".
77  ss-bcf					pic 999		value zero.
77  bcf-nbr-changes				pic 999		value zero.
77  ctr-first-eft				pic 9(7)	value zero.
77  bcf-first-eft-total				pic 9(10)v99	value zero.
* 
*	released doctor and payee banking changes no eft has paid
*	into yet (or only today's run) - the new account each one
*	put in place
* 
01  bcf-table.
    05  bcf-entry			occurs 500 times.
	10  bcf-change-nbr			pic 9(6).
	10  bcf-change-type			pic x.
	10  bcf-doc-nbr				pic x(3).
	10  bcf-bank-nbr			pic 9(4).
	10  bcf-bank-branch			pic 9(5).
	10  bcf-bank-acct			pic x(12).
	10  bcf-released-date			pic 9(8).
	10  bcf-paid				pic x.
	10  bcf-paid-amt			pic 9(8)v99.
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
77  status-cobol-pay-issue-hist			pic xx		value zero.
77  ctr-pay-issued				pic 9(7)	value zero.
01  pih-this-run.
    05  pih-this-run-date			pic 9(8)	value zero.
    05  pih-this-run-time			pic 9(6)	value zero.
* 2026/oct/15 - end
* 2026/oct/15 - DM - outbound transmission register
    copy "outreg.ws".
77  eof-eft-register				pic x		value "N".
* 2026/oct/15 - end
*           
* 
* 
		"ERROR - COLUMNS DO NOT BALANCE". 
    05  filler					pic x(20)	value 
		"********************". 
* 2026/oct/15 - DM - doctor deduction ledger
01  r153a-ded-title.
    05  r153a-dt-doc-nbr			pic x(3)	value spaces.
    05  filler					pic x(5)	value spaces.
    05  filler					pic x(40)	value
		"DEDUCTIONS TAKEN FROM THIS PAYMENT".
01  r153a-ded-1.
    05  r153a-d1-doc-nbr			pic x(3)	value spaces.
    05  filler					pic x(5)	value spaces.
    05  filler					pic x(35)	value
		"PAYMENT DUE".
    05  filler					pic x		value "$".
    05  r153a-d1-amt				pic zzzz,zz9.99-	value zeroes.
01  r153a-ded-2.
    05  r153a-d2-doc-nbr			pic x(3)	value spaces.
    05  filler					pic x(5)	value spaces.
    05  filler					pic x(5)	value
		"LESS ".
    05  r153a-d2-type				pic x(13)	value spaces.
    05  r153a-d2-reference			pic x(16)	value spaces.
    05  filler					pic xx		value "(".
    05  r153a-d2-amt				pic zzzz,zz9.99-	value zeroes.
    05  filler					pic x(05)	value ")".
    05  filler					pic x(14)	value
		"BALANCE LEFT $".
    05  r153a-d2-balance			pic zzzz,zz9.99-	value zeroes.
01  r153a-ded-3.
    05  r153a-d3-doc-nbr			pic x(3)	value spaces.
    05  filler					pic x(5)	value spaces.
    05  filler					pic x(26)	value
		"AUTOMATIC BANK DEPOSIT ON ".
    05  r153a-d3-yr				pic 9(04).
    05  filler					pic x(01)	value "/".
    05  r153a-d3-mth				pic 9(02).
    05  filler					pic x(01)	value "/".
    05  r153a-d3-day				pic 9(02).
    05  filler					pic x(02)	value " $".
    05  r153a-d3-amt				pic zzzz,zz9.99-	value zero.
01  r153a-ded-tot-head.
    05  filler					pic x(20)	value spaces.
    05  filler					pic x(60)	value
		"***** DEDUCTION LEDGER FINAL TOTALS *****".
01  r153a-ded-tot-count.
    05  filler					pic x(8)	value spaces.
    05  r153a-dtc-desc				pic x(45)	value spaces.
    05  r153a-dtc-count				pic zzz,zz9	value zero.
01  r153a-ded-tot-amt.
    05  filler					pic x(8)	value spaces.
    05  r153a-dta-desc				pic x(45)	value spaces.
    05  r153a-dta-amt				pic $$$,$$$,$$9.99 value zero.
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
01  r153a-pay-1.
    05  r153a-p1-doc-nbr			pic x(3)	value spaces.
    05  filler					pic x(4)	value
		"PAID".
    05  filler					pic x(4)	value
		"TO:".
    05  r153a-p1-corp-name			pic x(40)	value spaces.
    05  filler					pic x(5)	value
		"BN:".
    05  r153a-p1-business-nbr			pic x(15)	value spaces.
* 2026/oct/15 - end
* 2026/oct/15 - DM - banking change control
01  r153ef-bc-head-1.
    05  filler					pic x(8)	value
		"R153EF".
    05  filler					pic x(52)	value
		"FIRST EFT DEPOSITS TO NEWLY CHANGED BANK ACCOUNTS".
    05  filler					pic x(10)	value
		"RUN DATE ".
    05  r153ef-bc-run-date			pic 9999/99/99.
01  r153ef-bc-head-2.
    05  filler					pic x(40)	value
		"CHECK EVERY LINE AGAINST THE CALLBACK ON".
    05  filler					pic x(40)	value
		" THE CHANGE BEFORE THE FILE GOES OUT".
01  r153ef-bc-head-3.
    05  filler					pic x(9)	value "CHANGE".
    05  filler					pic x(5)	value "TYPE".
    05  filler					pic x(6)	value "DOC".
    05  filler					pic x(7)	value "BANK".
    05  filler					pic x(8)	value "BRANCH".
    05  filler					pic x(15)	value "ACCOUNT".
    05  filler					pic x(33)	value "PAID TO".
    05  filler					pic x(12)	value "RELEASED".
    05  filler					pic x(15)	value "      AMOUNT".
01  r153ef-bc-line.
    05  r153ef-bc-change-nbr			pic 9(6).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-type				pic x.
    05  filler					pic x(4)	value spaces.
    05  r153ef-bc-doc-nbr			pic x(3).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-bank-nbr			pic 9(4).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-bank-branch			pic 9(5).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-bank-acct			pic x(12).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-payee-name			pic x(30).
    05  filler					pic x(3)	value spaces.
    05  r153ef-bc-released			pic 9999/99/99.
    05  filler					pic x(2)	value spaces.
    05  r153ef-bc-amt				pic zz,zzz,zz9.99.
    05  filler					pic xx		value " *".
01  r153ef-bc-total.
    05  filler					pic x(45)	value
		"FIRST DEPOSITS TO NEWLY CHANGED ACCOUNTS".
    05  r153ef-bc-count				pic zzz,zz9.
    05  filler					pic x(5)	value spaces.
    05  r153ef-bc-total-amt			pic $$$,$$$,$$9.99.
* 2026/oct/15 - end
01  r153b-head-first. 
    05  filler				pic x(5)	value "R153B". 
    05  filler       			pic x(72)	value spaces. 
    stop "ERROR IN ACCESSING DEPT MASTER". 
    stop run. 
 
* 2026/oct/15 - DM - doctor deduction ledger
err-doc-deduction-file section. 
    use after standard error procedure on doc-deduction. 
err-doc-deduction. 
    move status-cobol-doc-deduction	to common-status-file. 
    display common-status-file. 
    stop "ERROR IN ACCESSING DEDUCTION LEDGER". 
    stop run. 
* 2026/oct/15 - end
* 2026/oct/15 - DM - professional corporation payee
err-doc-payee-file section. 
    use after standard error procedure on doc-payee. 
err-doc-payee. 
    move status-cobol-doc-payee		to common-status-file. 
    display common-status-file. 
    stop "ERROR IN ACCESSING DOCTOR PAYEE FILE". 
    stop run. 
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
err-pay-issue-hist-file section. 
    use after standard error procedure on pay-issue-hist. 
err-pay-issue-hist. 
    move status-cobol-pay-issue-hist	to common-status-file. 
    display common-status-file. 
    stop "ERROR IN ACCESSING PAY ISSUE HISTORY". 
    stop run. 
* 2026/oct/15 - end
end declaratives. 
 
main-line section. 
*test      output procedure is ab2-bank-list-chqs 	thru 	ab2-99-exit. 

    perform ab3-sort-eft-record			thru    ab3-99-exit. 
* 2026/oct/15 - DM - doctor deduction ledger
    perform ac0-apply-deductions		thru	ac0-99-exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - outbound transmission register
    perform ai0-register-eft-file		thru	ai0-99-exit.
* 2026/oct/15 - end
 
    perform az0-end-of-job			thru 	az0-99-exit. 
* 
 
ab3-99-exit. 
   exit.
* 2026/oct/15 - DM - doctor deduction ledger
*------------------------------------------------------------------* 
*   take the doctors' deduction ledger installments off the sorted  * 
*   eft tape, print them on the r153a statement file                * 
*------------------------------------------------------------------* 
ac0-apply-deductions. 

    move ws-chq-date			to	ded-run-date.
    move zero				to	ded-counters
						ded-nbr-run-taken
						ded-tot-taken-debit
						ded-tot-taken-credit.
    move "N"				to	eof-eft-tape.

    open i-o	output-file.
    open i-o	doc-deduction.
    open input	doc-payee.
    open input	doc-mstr.
    open output	print-file-a.
* 2026/oct/15 - DM - banking change control
    perform ba0-load-bank-changes	thru	ba0-99-exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
    open i-o	pay-issue-hist.
    move sys-date			to	pih-this-run-date.
    move sys-time (1:6)			to	pih-this-run-time.
* 2026/oct/15 - end

    perform ad0-process-eft-rec		thru	ad0-99-exit
	until eof-eft-tape = "Y".

    perform ag0-print-ded-totals	thru	ag0-99-exit.
* 2026/oct/15 - DM - banking change control
    perform bc0-finish-bank-changes	thru	bc0-99-exit.
* 2026/oct/15 - end

    close output-file
	  doc-deduction
	  doc-payee
	  doc-mstr
	  print-file-a.
* 2026/oct/15 - DM - pay issue history
    close pay-issue-hist.
* 2026/oct/15 - end

    display "r153b - eft records read           " ctr-eft-tape-reads.
    display "r153b - payment items with deductions " ctr-ded-items.
    display "r153b - installments taken         " ctr-ded-taken.
    display "r153b - ledgers fully recovered    " ctr-ded-recovered.
    display "r153b - items paid to a corporation " ctr-pay-redirected.
* 2026/oct/15 - DM - banking change control
    display "r153b - first deposits to changed accounts " ctr-first-eft.
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
    display "r153b - pay issue history entries   " ctr-pay-issued.
* 2026/oct/15 - end

ac0-99-exit. 
    exit. 
ad0-process-eft-rec. 

    read output-file
	at end
	    move "Y"			to	eof-eft-tape
	    go to ad0-99-exit.

    add 1				to	ctr-eft-tape-reads.
    move output-record			to	ded-eft-rec.
    move "N"				to	ded-rec-changed.

*	(the trailer goes last - bring its totals down by what was
*	 taken off the payment items ahead of it)
    if ded-eft-rec-type = "Z"
    then
	subtract ded-tot-taken-debit	from	ded-eft-tot-debit-value
	subtract ded-tot-taken-credit	from	ded-eft-tot-credit-value
	move ded-eft-rec		to	output-record
	rewrite output-record
	go to ad0-99-exit.
*   endif

    if    ded-eft-rec-type not = "C"
      and ded-eft-rec-type not = "D"
    then
	go to ad0-99-exit.
*   endif

    perform ae0-apply-to-item		thru	ae0-99-exit
	varying ss-item from 1 by 1
	until ss-item > 6.

    if ded-rec-changed = "Y"
    then
	move ded-eft-rec		to	output-record
	rewrite output-record.
*   endif

ad0-99-exit. 
    exit. 
ae0-apply-to-item. 

    if   ded-eft-tran-type (ss-item) = spaces
      or ded-eft-tran-type (ss-item) = zeroes
      or ded-eft-doc-nbr (ss-item)   = spaces
    then
	go to ae0-99-exit.
*   endif

    move ded-eft-amt (ss-item)		to	ded-item-gross
						ded-pay-left.
    move zero				to	ded-doc-tot-taken.
    move "N"				to	ded-doc-printed
						ded-title-printed.

*	(paid through a professional corporation - the deposit goes
*	 to the corporation's account in its name)
    perform ah0-find-payee		thru	ah0-99-exit.
    if pay-in-force = "Y"
    then
	move pay-bank-nbr		to	ded-eft-bank-nbr (ss-item)
	move pay-bank-branch		to	ded-eft-bank-branch (ss-item)
	move pay-bank-acct		to	ded-eft-bank-acct (ss-item)
	move pay-corp-name		to	ded-eft-payee-name (ss-item)
	move "Y"			to	ded-rec-changed
	add 1				to	ctr-pay-redirected
	move ded-eft-doc-nbr (ss-item)	to	ded-doc-nbr
	perform af2-print-doc-head	thru	af2-99-exit.
*   endif

    perform ae1-load-ledgers		thru	ae1-99-exit.

    if ded-nbr-ledgers = zero
    then
	go to ae0-50-deposit.
*   endif

    perform ae2-take-priority		thru	ae2-99-exit
	varying ss-prio from 1 by 1
	until ss-prio > 9.

    if ded-doc-tot-taken = zero
    then
	go to ae0-50-deposit.
*   endif

    add 1				to	ctr-ded-items.
    move ded-pay-left			to	ded-eft-amt (ss-item).
    move "Y"				to	ded-rec-changed.

    if ded-eft-rec-type = "D"
    then
	add ded-doc-tot-taken		to	ded-tot-taken-debit
    else
	add ded-doc-tot-taken		to	ded-tot-taken-credit.
*   endif

ae0-50-deposit. 

* 2026/oct/15 - DM - banking change control
    perform bb0-check-first-eft		thru	bb0-99-exit.
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
    perform ca0-record-pay-issued	thru	ca0-99-exit.
* 2026/oct/15 - end

    if ded-doc-printed not = "Y"
    then
	go to ae0-99-exit.
*   endif

    move ded-eft-doc-nbr (ss-item)	to	r153a-d3-doc-nbr.
    move ws-chq-yr			to	r153a-d3-yr.
    move ws-chq-mth			to	r153a-d3-mth.
    move ws-chq-day			to	r153a-d3-day.
    move ded-pay-left			to	r153a-d3-amt.
    write prt-line-a from r153a-ded-3 after advancing 2 lines.

ae0-99-exit. 
    exit. 
ae1-load-ledgers. 

    move zero				to	ded-nbr-ledgers.
    move ded-eft-doc-nbr (ss-item)	to	ded-doc-nbr.
    move zero				to	ded-seq-nbr.

    start doc-deduction key is greater than or equal to ded-key
	invalid key
	    go to ae1-99-exit.

ae1-10-read-loop. 

    read doc-deduction next
	at end
	    go to ae1-99-exit.

    if ded-doc-nbr not = ded-eft-doc-nbr (ss-item)
    then
	go to ae1-99-exit.
*   endif

    add 1				to	ded-nbr-ledgers.
    move ded-seq-nbr			to	dlt-seq-nbr (ded-nbr-ledgers).
    move ded-priority			to	dlt-priority (ded-nbr-ledgers).

    if ded-nbr-ledgers < 99
    then
	go to ae1-10-read-loop.
*   endif

ae1-99-exit. 
    exit. 
ae2-take-priority. 

    perform af0-take-installment	thru	af0-99-exit
	varying ss-ded from 1 by 1
	until ss-ded > ded-nbr-ledgers.

ae2-99-exit. 
    exit. 
af0-take-installment. 

    if dlt-priority (ss-ded) not = ss-prio
    then
	go to af0-99-exit.
*   endif

    move ded-eft-doc-nbr (ss-item)	to	ded-doc-nbr.
    move dlt-seq-nbr (ss-ded)		to	ded-seq-nbr.

    read doc-deduction
	invalid key
	    go to af0-99-exit.

*	(taken off an earlier payment item for the doctor this run)
    perform af1-check-run-taken		thru	af1-99-exit.
    if ded-already-taken = "Y"
    then
	go to af0-99-exit.
*   endif

*	(a rerun of the same day's run - the tape has been rebuilt
*	 at full pay, take off again what the first run recorded
*	 and leave the ledger as it stands)
    if ded-last-taken-date = ded-run-date
    then
	move ded-last-taken-amt		to	ded-install
	add 1				to	ctr-ded-retaken
	go to af0-70-retaken.
*   endif

    if   not ded-active
      or ded-start-date > ded-run-date
      or ded-balance not > zero
    then
	go to af0-99-exit.
*   endif

    if ded-install-pct not = zero
    then
	compute ded-install rounded =
		ded-item-gross * ded-install-pct / 100
    else
	move ded-install-amt		to	ded-install.
*   endif

    if ded-install > ded-balance
    then
	move ded-balance		to	ded-install.
*   endif

*	(net pay never goes below zero - take what is left and let
*	 the ledger fall behind)
    if ded-install > ded-pay-left
    then
	move ded-pay-left		to	ded-install
	add 1				to	ctr-ded-capped.
*   endif

    if ded-install = zero
    then
	go to af0-99-exit.
*   endif

    subtract ded-install		from	ded-balance.
    add ded-install			to	ded-taken-to-date.
    add 1				to	ded-nbr-installs-taken.
    move ded-run-date			to	ded-last-taken-date.
    move ded-install			to	ded-last-taken-amt.

    if ded-balance = zero
    then
	move "R"			to	ded-status
	move ded-run-date		to	ded-recovered-date
	add 1				to	ctr-ded-recovered.
*   endif

    rewrite doc-deduction-rec.
    add 1				to	ctr-ded-taken.
    go to af0-80-taken.

af0-70-retaken. 

    if ded-install > ded-pay-left
    then
	move ded-pay-left		to	ded-install.
*   endif

af0-80-taken. 

    if ded-install = zero
    then
	go to af0-99-exit.
*   endif

    subtract ded-install		from	ded-pay-left.
    add ded-install			to	ded-doc-tot-taken.

    if ded-nbr-run-taken < 999
    then
	add 1				to	ded-nbr-run-taken
	move ded-doc-nbr		to	drt-doc-nbr (ded-nbr-run-taken)
	move ded-seq-nbr		to	drt-seq-nbr (ded-nbr-run-taken).
*   endif

    if ded-doc-printed not = "Y"
    then
	perform af2-print-doc-head	thru	af2-99-exit.
*   endif

    if ded-title-printed not = "Y"
    then
	perform af3-print-ded-title	thru	af3-99-exit.
*   endif

    move ded-doc-nbr			to	r153a-d2-doc-nbr.
    move spaces				to	r153a-d2-type.
    if ded-type-moh-recovery
    then
	move "MOH RECOVERY"		to	r153a-d2-type.
*   endif
    if ded-type-advance
    then
	move "ADVANCE"			to	r153a-d2-type.
*   endif
    if ded-type-garnishment
    then
	move "GARNISHMENT"		to	r153a-d2-type.
*   endif
    move ded-reference			to	r153a-d2-reference.
    move ded-install			to	r153a-d2-amt.
    move ded-balance			to	r153a-d2-balance.
    write prt-line-a from r153a-ded-2 after advancing 1 line.

af0-99-exit. 
    exit. 
af1-check-run-taken. 

    move "N"				to	ded-already-taken.
    move 1				to	ss-run.

af1-10-search. 

    if ss-run > ded-nbr-run-taken
    then
	go to af1-99-exit.
*   endif

    if   drt-doc-nbr (ss-run) = ded-doc-nbr
     and drt-seq-nbr (ss-run) = ded-seq-nbr
    then
	move "Y"			to	ded-already-taken
	go to af1-99-exit.
*   endif

    add 1				to	ss-run.
    go to af1-10-search.

af1-99-exit. 
    exit. 
af2-print-doc-head. 

    move "Y"				to	ded-doc-printed.

    move ded-doc-nbr			to	doc-nbr
						r153a-h1-doc-nbr
						r153a-dt-doc-nbr
						r153a-d1-doc-nbr
						r153a-p1-doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON DOCTOR MASTER **"
					to	doc-name
	    move spaces			to	doc-inits.

    move spaces				to	ws-inits-name.
    string doc-init1 " " doc-init2 " " doc-init3 ws-xx doc-name
	delimited by size		into	ws-inits-name.
    move ws-inits-name			to	r153a-h1-inits-name.

    write prt-line-a from r153a-head-first after advancing page.
    write prt-line-a from r153a-head-4 after advancing 2 lines.
    write prt-line-a from r153a-head-5 after advancing 1 line.
    write prt-line-a from r153a-head-1 after advancing 3 lines.
    write prt-line-a from r153a-head-3 after advancing 1 line.

    if pay-in-force = "Y"
    then
	move pay-corp-name		to	r153a-p1-corp-name
	move pay-business-nbr		to	r153a-p1-business-nbr
	write prt-line-a from r153a-pay-1 after advancing 1 line.
*   endif

af2-99-exit. 
    exit. 
af3-print-ded-title. 

    move "Y"				to	ded-title-printed.

    write prt-line-a from r153a-ded-title after advancing 3 lines.

    move ded-item-gross			to	r153a-d1-amt.
    write prt-line-a from r153a-ded-1 after advancing 2 lines.

af3-99-exit. 
    exit. 
*------------------------------------------------------------------* 
*   the doctor's payee period in force on the cheque date - the     * 
*   latest one started on or before it, unless its end date has     * 
*   already passed                                                  * 
*------------------------------------------------------------------* 
ah0-find-payee. 

    move "N"				to	pay-in-force.
    move zero				to	pay-hold-from.
    move ded-eft-doc-nbr (ss-item)	to	pay-doc-nbr.
    move zero				to	pay-effective-from.

    start doc-payee key is greater than or equal to pay-key
	invalid key
	    go to ah0-99-exit.

ah0-10-read-loop. 

    read doc-payee next
	at end
	    go to ah0-50-check.

    if   pay-doc-nbr not = ded-eft-doc-nbr (ss-item)
      or pay-effective-from > ded-run-date
    then
	go to ah0-50-check.
*   endif

    move pay-effective-from		to	pay-hold-from.
    go to ah0-10-read-loop.

ah0-50-check. 

    if pay-hold-from = zero
    then
	go to ah0-99-exit.
*   endif

    move ded-eft-doc-nbr (ss-item)	to	pay-doc-nbr.
    move pay-hold-from			to	pay-effective-from.
    read doc-payee
	invalid key
	    go to ah0-99-exit.

    if   pay-effective-to not = zero
     and pay-effective-to < ded-run-date
    then
	go to ah0-99-exit.
*   endif

* 2026/oct/15 - DM - banking change control:  the corporation's
*		     banking not released yet - pay the doctor
*		     personally, as before the period
    if pay-bank-acct = spaces
    then
	go to ah0-99-exit.
*   endif
* 2026/oct/15 - end

    move "Y"				to	pay-in-force.

ah0-99-exit. 
    exit. 
ag0-print-ded-totals. 

    write prt-line-a from r153a-head-first after advancing page.
    write prt-line-a from r153a-ded-tot-head after advancing 2 lines.

    move "PAYMENT ITEMS WITH DEDUCTIONS TAKEN"
					to	r153a-dtc-desc.
    move ctr-ded-items			to	r153a-dtc-count.
    write prt-line-a from r153a-ded-tot-count after advancing 3 lines.

    move "INSTALLMENTS TAKEN"		to	r153a-dtc-desc.
    move ctr-ded-taken			to	r153a-dtc-count.
    write prt-line-a from r153a-ded-tot-count after advancing 1 line.

    move "INSTALLMENTS RE-TAKEN (RERUN OF THIS RUN)"
					to	r153a-dtc-desc.
    move ctr-ded-retaken		to	r153a-dtc-count.
    write prt-line-a from r153a-ded-tot-count after advancing 1 line.

    move "INSTALLMENTS CUT SHORT BY PAY"
					to	r153a-dtc-desc.
    move ctr-ded-capped			to	r153a-dtc-count.
    write prt-line-a from r153a-ded-tot-count after advancing 1 line.

    move "LEDGERS FULLY RECOVERED"	to	r153a-dtc-desc.
    move ctr-ded-recovered		to	r153a-dtc-count.
    write prt-line-a from r153a-ded-tot-count after advancing 1 line.

    move "TAKEN FROM DEBIT ITEMS"	to	r153a-dta-desc.
    move ded-tot-taken-debit		to	r153a-dta-amt.
    write prt-line-a from r153a-ded-tot-amt after advancing 2 lines.

    move "TAKEN FROM CREDIT ITEMS"	to	r153a-dta-desc.
    move ded-tot-taken-credit		to	r153a-dta-amt.
    write prt-line-a from r153a-ded-tot-amt after advancing 1 line.

ag0-99-exit. 
    exit. 
* 2026/oct/15 - end
* 2026/oct/15 - DM - banking change control
*------------------------------------------------------------------* 
*   first eft deposits to newly changed accounts - released f140    * 
*   changes not paid into before today are loaded, each payment     * 
*   item going to one of the new accounts is listed on r153ef and   * 
*   the change stamped once the tape is through                     * 
*------------------------------------------------------------------* 
ba0-load-bank-changes. 

    move zero				to	bcf-nbr-changes
						ctr-first-eft
						bcf-first-eft-total.
    move "N"				to	eof-bank-change
						bcf-file-open.

    open output summary-eft.
    move ded-run-date			to	r153ef-bc-run-date.
    write prt-summary from r153ef-bc-head-1 after advancing page.
    write prt-summary from r153ef-bc-head-2 after advancing 2 lines.
    write prt-summary from r153ef-bc-head-3 after advancing 2 lines.

*	(no change file yet - nothing has ever been changed)
    open i-o	bank-change.
    if status-cobol-bank-change not = "00"
    then
	go to ba0-99-exit.
*   endif

    move "Y"				to	bcf-file-open.
    move 1				to	bc-change-nbr.

    start bank-change key is greater than or equal to bc-change-nbr
	invalid key
	    go to ba0-99-exit.

ba0-10-read-loop. 

    read bank-change next
	at end
	    go to ba0-99-exit.

    if   not bc-released
      or bc-type-bank-mstr
    then
	go to ba0-10-read-loop.
*   endif

    if   bc-first-eft-date not = zero
     and bc-first-eft-date not = ded-run-date
    then
	go to ba0-10-read-loop.
*   endif

    if bcf-nbr-changes = 500
    then
	go to ba0-99-exit.
*   endif

    add 1				to	bcf-nbr-changes.
    move bc-change-nbr		to	bcf-change-nbr (bcf-nbr-changes).
    move bc-change-type		to	bcf-change-type (bcf-nbr-changes).
    move bc-doc-nbr		to	bcf-doc-nbr (bcf-nbr-changes).
    move bc-new-bank-nbr	to	bcf-bank-nbr (bcf-nbr-changes).
    move bc-new-bank-branch	to	bcf-bank-branch (bcf-nbr-changes).
    move bc-new-bank-acct	to	bcf-bank-acct (bcf-nbr-changes).
    move bc-decided-date	to	bcf-released-date (bcf-nbr-changes).
    move "N"			to	bcf-paid (bcf-nbr-changes).
    move zero			to	bcf-paid-amt (bcf-nbr-changes).
    go to ba0-10-read-loop.

ba0-99-exit. 
    exit. 
bb0-check-first-eft. 

    move 1				to	ss-bcf.

bb0-10-search. 

    if ss-bcf > bcf-nbr-changes
    then
	go to bb0-99-exit.
*   endif

    if   bcf-doc-nbr (ss-bcf)     = ded-eft-doc-nbr (ss-item)
     and bcf-bank-nbr (ss-bcf)    = ded-eft-bank-nbr (ss-item)
     and bcf-bank-branch (ss-bcf) = ded-eft-bank-branch (ss-item)
     and bcf-bank-acct (ss-bcf)   = ded-eft-bank-acct (ss-item)
     and bcf-paid (ss-bcf)    not = "Y"
    then
	go to bb0-50-flag.
*   endif

    add 1				to	ss-bcf.
    go to bb0-10-search.

bb0-50-flag. 

    move "Y"				to	bcf-paid (ss-bcf).
    move ded-pay-left			to	bcf-paid-amt (ss-bcf).
    add 1				to	ctr-first-eft.
    add ded-pay-left			to	bcf-first-eft-total.

    move bcf-change-nbr (ss-bcf)	to	r153ef-bc-change-nbr.
    move bcf-change-type (ss-bcf)	to	r153ef-bc-type.
    move ded-eft-doc-nbr (ss-item)	to	r153ef-bc-doc-nbr.
    move ded-eft-bank-nbr (ss-item)	to	r153ef-bc-bank-nbr.
    move ded-eft-bank-branch (ss-item)	to	r153ef-bc-bank-branch.
    move ded-eft-bank-acct (ss-item)	to	r153ef-bc-bank-acct.
    move ded-eft-payee-name (ss-item)	to	r153ef-bc-payee-name.
    move bcf-released-date (ss-bcf)	to	r153ef-bc-released.
    move ded-pay-left			to	r153ef-bc-amt.
    write prt-summary from r153ef-bc-line after advancing 1 line.

bb0-99-exit. 
    exit. 
bc0-finish-bank-changes. 

    move ctr-first-eft			to	r153ef-bc-count.
    move bcf-first-eft-total		to	r153ef-bc-total-amt.
    write prt-summary from r153ef-bc-total after advancing 3 lines.
    close summary-eft.

    if bcf-file-open not = "Y"
    then
	go to bc0-99-exit.
*   endif

    perform bd0-stamp-change		thru	bd0-99-exit
	varying ss-bcf from 1 by 1
	until ss-bcf > bcf-nbr-changes.

    close bank-change.

bc0-99-exit. 
    exit. 
bd0-stamp-change. 

    if bcf-paid (ss-bcf) not = "Y"
    then
	go to bd0-99-exit.
*   endif

    move bcf-change-nbr (ss-bcf)	to	bc-change-nbr.

    read bank-change
	invalid key
	    go to bd0-99-exit.

    move ded-run-date			to	bc-first-eft-date.
    move bcf-paid-amt (ss-bcf)		to	bc-first-eft-amt.

    rewrite bank-change-rec
	invalid key
	    next sentence.

bd0-99-exit. 
    exit. 
* 2026/oct/15 - end
* 2026/oct/15 - DM - pay issue history
*------------------------------------------------------------------* 
*   record the doctor's payment item on the pay issue history -     * 
*   a second item for the doctor in this run is added on, an entry  * 
*   left by an earlier run of the same pay is replaced              * 
*------------------------------------------------------------------* 
ca0-record-pay-issued. 

    move ded-eft-doc-nbr (ss-item)	to	pih-doc-nbr.
    move ded-run-date			to	pih-pay-date.
    move "E"				to	pih-method.

    read pay-issue-hist
	invalid key
	    go to ca0-50-new.

    if   pih-run-date = pih-this-run-date
     and pih-run-time = pih-this-run-time
    then
	add ded-item-gross		to	pih-gross-amt
	add ded-doc-tot-taken		to	pih-ded-amt
	add ded-eft-amt (ss-item)	to	pih-net-amt
    else
	move ded-item-gross		to	pih-gross-amt
	move ded-doc-tot-taken		to	pih-ded-amt
	move ded-eft-amt (ss-item)	to	pih-net-amt
	move "N"			to	pih-corp
	move pih-this-run-date		to	pih-run-date
	move pih-this-run-time		to	pih-run-time.
*   endif

    if pay-in-force = "Y"
    then
	move "Y"			to	pih-corp.
*   endif

    rewrite pay-issue-hist-rec.
    go to ca0-99-exit.

ca0-50-new. 

    move ded-item-gross			to	pih-gross-amt.
    move ded-doc-tot-taken		to	pih-ded-amt.
    move ded-eft-amt (ss-item)		to	pih-net-amt.
    move "N"				to	pih-corp.
    if pay-in-force = "Y"
    then
	move "Y"			to	pih-corp.
*   endif
    move pih-this-run-date		to	pih-run-date.
    move pih-this-run-time		to	pih-run-time.

    write pay-issue-hist-rec.
    add 1				to	ctr-pay-issued.

ca0-99-exit. 
    exit. 
* 2026/oct/15 - end
* 2026/oct/15 - DM - outbound transmission register
ai0-register-eft-file.

*	(the file is rewritten in place by the deductions, so its
*	 content is only final now - read it back once for the hash)
    move zero				to	orp-dollar-total.
    move "N"				to	eof-eft-register.

    open input	output-file.

    perform ai1-hash-eft-rec		thru	ai1-99-exit
	until eof-eft-register = "Y".

    close output-file.

    move "P"				to	orp-function.
    move "EFT"				to	orp-file-type.
    move "r153b"			to	orp-pgm.
    move ws-output-file			to	orp-file-name.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "r153b - FILE NOT FILED ON THE OUTBOUND REGISTER"
	go to ai0-99-exit.
*   endif

    if orp-dup-xmit = "Y"
    then
	display "r153b - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   endif

ai0-99-exit.
    exit.
ai1-hash-eft-rec.

    read output-file
	at end
	    move "Y"			to	eof-eft-register
	    go to ai1-99-exit.

    move output-record			to	orp-record.
    move 1464				to	orp-rec-len.
    move "H"				to	orp-function.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

*	(the control total is the trailer's debit value - the same
*	 figure the bank balances the file to)
    move output-record			to	ded-eft-rec.
    if ded-eft-rec-type = "Z"
    then
	move ded-eft-tot-debit-value	to	orp-dollar-total.
*   endif

ai1-99-exit.
    exit.
* 2026/oct/15 - end

za0-common-error. 
 
