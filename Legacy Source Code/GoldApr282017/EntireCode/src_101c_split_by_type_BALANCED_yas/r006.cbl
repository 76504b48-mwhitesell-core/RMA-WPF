*			: f002 - claims master
*			: f080 - bank master
*			: f090 - constants master
* 2026/oct/15 - DM
*			: f119 - unapplied cash file
*			: f122 - bad-debt recovery register
*			: f125 - front-desk drawer session file
* 2026/oct/15 - end
*			: rr006 - daily cash receipts journal (printer)
*
*   program purpose : daily cash receipts journal.  for a keyed
    copy "f080_bank_mstr.slr".
*
    copy "f090_constants_mstr.slr".
*
* 2026/oct/15 - DM - direct-bill cheques taken in as unapplied cash
*		(m114) are part of the day's deposit
    copy "f119_unapplied_cash.slr".
*
*		and so is money recovered on written-off claims (m116)
    copy "f122_bad_debt_recovery.slr".
*
*		and the front-desk drawers closed that day (m117)
    copy "f125_drawer_session.slr".
* 2026/oct/15 - end
*
    select journal-file
	assign to printer print-file-name
*
    copy "f090_constants_mstr.fd".
*
* 2026/oct/15 - DM
    copy "f119_unapplied_cash.fd".
*
    copy "f122_bad_debt_recovery.fd".
*
    copy "f125_drawer_session.fd".
* 2026/oct/15 - end
*
fd  journal-file
    record contains 132 characters.

77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-bank-mstr		pic xx	value zero.
77  status-cobol-iconst-mstr		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-unapplied-cash		pic xx	value zero.
77  status-cobol-bad-debt-rcv		pic xx	value zero.
77  status-cobol-drawer-session		pic xx	value zero.
* 2026/oct/15 - end

*   eof indicators

77  eof-batctrl-file			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".
* 2026/oct/15 - DM
77  eof-unapplied-cash			pic x	value "N".
* 2026/oct/15 - end

77  ws-continue				pic x	value spaces.
77  sel-clinic-nbr			pic 99	value zero.
    05  clin-keyed-amt			pic s9(7)v99	comp-3.
    05  clin-posted-amt			pic s9(7)v99	comp-3.
    05  clin-nbr-batches		pic 9(3).
* 2026/oct/15 - DM - unapplied cash received on the journal date
    05  clin-unapplied-amt		pic s9(7)v99	comp-3.
    05  clin-nbr-unapplied		pic 9(3).
*	and bad-debt recoveries posted on the journal date
    05  clin-recovery-amt		pic s9(7)v99	comp-3.
    05  clin-nbr-recovery		pic 9(3).
*	and the front-desk drawers closed on the journal date - the
*	receipts they took (expected) and what was counted, float out
    05  clin-pos-expected-amt		pic s9(7)v99	comp-3.
    05  clin-pos-counted-amt		pic s9(7)v99	comp-3.
    05  clin-nbr-pos-receipts		pic 9(5).
    05  clin-nbr-drawers		pic 9(3).

*   front-desk drawer totals by tender - 1 cash, 2 cheque, 3 debit,
*   4 credit card

01  pos-tender-totals.
    05  pos-tender			occurs 4 times.
	10  pos-expected-amt		pic s9(7)v99	comp-3.
	10  pos-counted-amt		pic s9(7)v99	comp-3.
	10  pos-nbr-receipts		pic 9(5).

01  pos-tender-desc-values.
    05  filler				pic x(18)	value
		"FRONT DESK CASH   ".
    05  filler				pic x(18)	value
		"FRONT DESK CHEQUE ".
    05  filler				pic x(18)	value
		"FRONT DESK DEBIT  ".
    05  filler				pic x(18)	value
		"FRONT DESK CARD   ".
01  pos-tender-desc-tbl redefines pos-tender-desc-values.
    05  pos-tender-desc			pic x(18)
			occurs 4 times.

77  ss-tender				pic 9	value zero.
* 2026/oct/15 - end

*   subscripts

		"DEPOSIT FOR THE DAY".
    05  d4-deposit-amt			pic z,zzz,zz9.99-.

* 2026/oct/15 - DM
01  d6-deposit-unapplied-line.
    05  filler				pic x(22)	value
		"  KEYED BATCHES".
    05  d6-keyed-amt			pic z,zzz,zz9.99-.
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(25)	value
		"UNAPPLIED CASH RECEIVED".
    05  d6-unapplied-amt		pic z,zzz,zz9.99-.

01  l3-unapplied-line.
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(18)	value
		"UNAPPLIED CASH".
    05  filler				pic x(5)	value spaces.
    05  l3-unapplied-amt		pic z,zzz,zz9.99-.
    05  filler				pic x(3)	value spaces.
    05  l3-nbr-unapplied		pic zz9.
    05  filler				pic x(9)	value " RECEIPTS".

01  d7-deposit-recovery-line.
    05  filler				pic x(40)	value spaces.
    05  filler				pic x(25)	value
		"BAD-DEBT RECOVERIES".
    05  d7-recovery-amt			pic z,zzz,zz9.99-.

01  l4-recovery-line.
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(18)	value
		"BAD-DEBT RECOVERY".
    05  filler				pic x(5)	value spaces.
    05  l4-recovery-amt			pic z,zzz,zz9.99-.
    05  filler				pic x(3)	value spaces.
    05  l4-nbr-recovery			pic zz9.
    05  filler				pic x(9)	value " RECEIPTS".

01  l5-pos-tender-line.
    05  filler				pic x(5)	value spaces.
    05  l5-tender-desc			pic x(18).
    05  filler				pic x(5)	value spaces.
    05  l5-expected-amt			pic z,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l5-nbr-receipts			pic zzzz9.
    05  filler				pic x(9)	value " RECEIPTS".
    05  filler				pic x(10)	value "  COUNTED ".
    05  l5-counted-amt			pic z,zzz,zz9.99-.
    05  filler				pic x(16)	value
		"  OVER/(SHORT) ".
    05  l5-over-short			pic z,zzz,zz9.99-.

01  d8-deposit-pos-line.
    05  filler				pic x(40)	value spaces.
    05  filler				pic x(25)	value
		"FRONT-DESK DRAWERS".
    05  d8-pos-counted-amt		pic z,zzz,zz9.99-.
* 2026/oct/15 - end

01  d5-deposit-diff-line.
    05  filler				pic x(22)	value
		"OVER/(SHORT) VS KEYED".
	10  filler			pic x(60)   value
		"bank/branch not on bank master".
	10  filler			pic x(60)   value
* 2026/oct/15 - DM
*		"no payment batches on file for that clinic/date".
		"no payment batches or other receipts for that clinic/date".
* 2026/oct/15 - end

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
    display file-status-display.
    stop "error in accessing bank master".

* 2026/oct/15 - DM
err-uca-file section.
    use after standard error procedure on unapplied-cash.
err-unapplied-cash.
    move status-cobol-unapplied-cash	to common-status-file.
    display file-status-display.
    stop "error in accessing unapplied cash file".

err-rcv-file section.
    use after standard error procedure on bad-debt-rcv.
err-bad-debt-rcv.
    move status-cobol-bad-debt-rcv	to common-status-file.
    display file-status-display.
    stop "error in accessing bad-debt recovery register".

err-dws-file section.
    use after standard error procedure on drawer-session.
err-drawer-session.
    move status-cobol-drawer-session	to common-status-file.
    display file-status-display.
    stop "error in accessing drawer session file".
* 2026/oct/15 - end

err-iconst-file section.
    use after standard error procedure on iconst-mstr.
err-iconst-mstr.
					   batch-totals
					   clinic-totals.
    move 0				to receipt-type-totals.
* 2026/oct/15 - DM
    move zero				to clin-unapplied-amt
					   clin-nbr-unapplied
					   clin-recovery-amt
					   clin-nbr-recovery
					   clin-pos-expected-amt
					   clin-pos-counted-amt
					   clin-nbr-pos-receipts
					   clin-nbr-drawers.
    perform af1-clear-pos-tender	thru	af1-99-exit
	varying ss-tender from 1 by 1
	until ss-tender > 4.
* 2026/oct/15 - end

    open input iconst-mstr.


    open input batch-ctrl-file.
    open input claims-mstr.
* 2026/oct/15 - DM
    open input unapplied-cash.
    open input bad-debt-rcv.
    open input drawer-session.
* 2026/oct/15 - end
    open output journal-file.

    move sel-journal-yy			to	h2-journal-yy.

ab0-80-end-of-clinic.

* 2026/oct/15 - DM
    perform ad0-accum-unapplied-cash	thru	ad0-99-exit.
    perform ae0-accum-recoveries	thru	ae0-99-exit.
    perform af0-accum-drawers		thru	af0-99-exit.

*   if clin-nbr-batches = zero
    if   clin-nbr-batches   = zero
     and clin-nbr-unapplied = zero
     and clin-nbr-recovery  = zero
     and clin-nbr-drawers   = zero
* 2026/oct/15 - end
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit

ba0-99-exit.
    exit.
* 2026/oct/15 - DM - pick up the unapplied cash receipts m114 took in
*		for the clinic on the journal date.  when they are
*		applied later nothing goes through a payment batch,
*		so they are counted here once only.
ad0-accum-unapplied-cash.

    move "N"				to	eof-unapplied-cash.
    move sel-clinic-nbr			to	uca-clinic-nbr-1-2.
    move zero				to	uca-seq-nbr.

    start unapplied-cash key is greater than or equal to uca-key
	invalid key
	    go to ad0-99-exit.

ad0-10-read-loop.

    read unapplied-cash next
	at end
	    go to ad0-99-exit.

    if uca-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to ad0-99-exit.
*   endif

    if uca-deposit-date = sel-journal-date-r
    then
	add uca-receipt-amt		to	clin-unapplied-amt
	add 1				to	clin-nbr-unapplied.
*   endif

    go to ad0-10-read-loop.

ad0-99-exit.
    exit.
*	(the same for the recoveries m116 posted on the journal date -
*	 they reach no payment batch either)
ae0-accum-recoveries.

    move sel-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move zero				to	rcv-seq-nbr.

    start bad-debt-rcv key is greater than or equal to rcv-key
	invalid key
	    go to ae0-99-exit.

ae0-10-read-loop.

    read bad-debt-rcv next
	at end
	    go to ae0-99-exit.

    if rcv-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to ae0-99-exit.
*   endif

    if rcv-date = sel-journal-date-r
    then
	add rcv-amt			to	clin-recovery-amt
	add 1				to	clin-nbr-recovery.
*   endif

    go to ae0-10-read-loop.

ae0-99-exit.
    exit.
*	(and the front-desk drawers m117 closed on the journal date -
*	 the receipts they took are already on their claims, so they
*	 reach no payment batch either.  what was counted, less the
*	 float that stays in the drawer, goes to the bank)
af0-accum-drawers.

    move sel-clinic-nbr			to	dws-clinic-nbr-1-2.
    move zero				to	dws-con-nbr
						dws-open-date
						dws-session-nbr.

    start drawer-session key is greater than or equal to dws-key
	invalid key
	    go to af0-99-exit.

af0-10-read-loop.

    read drawer-session next
	at end
	    go to af0-99-exit.

    if dws-clinic-nbr-1-2 not = sel-clinic-nbr
    then
	go to af0-99-exit.
*   endif

    if   not dws-closed
      or dws-close-date not = sel-journal-date-r
    then
	go to af0-10-read-loop.
*   endif

    add 1				to	clin-nbr-drawers.
    subtract dws-float-amt		from	clin-pos-counted-amt
						pos-counted-amt (1).

    perform af2-accum-pos-tender	thru	af2-99-exit
	varying ss-tender from 1 by 1
	until ss-tender > 4.

    go to af0-10-read-loop.

af0-99-exit.
    exit.
af1-clear-pos-tender.

    move zero				to	pos-expected-amt (ss-tender)
						pos-counted-amt (ss-tender)
						pos-nbr-receipts (ss-tender).

af1-99-exit.
    exit.
af2-accum-pos-tender.

    add dws-expected-amt (ss-tender)	to	pos-expected-amt (ss-tender)
						clin-pos-expected-amt.
    add dws-counted-amt (ss-tender)	to	pos-counted-amt (ss-tender)
						clin-pos-counted-amt.
    add dws-nbr-receipts (ss-tender)	to	pos-nbr-receipts (ss-tender)
						clin-nbr-pos-receipts.

af2-99-exit.
    exit.
* 2026/oct/15 - end
bb0-process-batch.

*	(accumulate the claims master postings for this payment batch
	varying ss-agent from 1 by 1
	until ss-agent > 10.

* 2026/oct/15 - DM
    if clin-nbr-unapplied not = zero
    then
	move clin-unapplied-amt		to	l3-unapplied-amt
	move clin-nbr-unapplied		to	l3-nbr-unapplied
	move l3-unapplied-line		to	print-line
	perform xb0-write-journal-record thru	xb0-99-exit.
*   endif

    if clin-nbr-recovery not = zero
    then
	move clin-recovery-amt		to	l4-recovery-amt
	move clin-nbr-recovery		to	l4-nbr-recovery
	move l4-recovery-line		to	print-line
	perform xb0-write-journal-record thru	xb0-99-exit.
*   endif

    if clin-nbr-drawers not = zero
    then
	perform cf0-print-pos-tender	thru	cf0-99-exit
	    varying ss-tender from 1 by 1
	    until ss-tender > 4.
*   endif
* 2026/oct/15 - end

cc0-99-exit.
    exit.
cd0-print-one-receipt-type.

cd0-99-exit.
    exit.
* 2026/oct/15 - DM - the front-desk drawers by tender, expected
*		against counted as the m117 close-outs showed them
cf0-print-pos-tender.

    if   pos-nbr-receipts (ss-tender) = zero
     and pos-counted-amt (ss-tender)  = zero
    then
	go to cf0-99-exit.
*   endif

    move pos-tender-desc (ss-tender)	to	l5-tender-desc.
    move pos-expected-amt (ss-tender)	to	l5-expected-amt.
    move pos-nbr-receipts (ss-tender)	to	l5-nbr-receipts.
    move pos-counted-amt (ss-tender)	to	l5-counted-amt.
    subtract pos-expected-amt (ss-tender)
					from	pos-counted-amt (ss-tender)
					giving	l5-over-short.
    move l5-pos-tender-line		to	print-line.
    perform xb0-write-journal-record	thru	xb0-99-exit.

cf0-99-exit.
    exit.
* 2026/oct/15 - end
ac0-deposit-slip-page.

* 2026/oct/15 - DM
*   if clin-nbr-batches = zero
    if   clin-nbr-batches   = zero
     and clin-nbr-unapplied = zero
     and clin-nbr-recovery  = zero
     and clin-nbr-drawers   = zero
* 2026/oct/15 - end
    then
	go to ac0-99-exit.
*   endif
    move d3-deposit-acct-line		to	print-line.
    perform xb0-write-journal-record	thru	xb0-99-exit.

* 2026/oct/15 - DM - the deposit is the keyed batches plus the
*		unapplied cash and bad-debt recoveries taken in,
*		and both sides of the over/short carry them
*   move clin-keyed-amt			to	ws-deposit-amt
*						d4-deposit-amt.
    add clin-keyed-amt, clin-unapplied-amt, clin-recovery-amt,
	clin-pos-counted-amt
					giving	ws-deposit-amt.
    move ws-deposit-amt			to	d4-deposit-amt.
* 2026/oct/15 - end
    move 2				to	nbr-lines-to-adv.
    move d4-deposit-amt-line		to	print-line.
    perform xb0-write-journal-record	thru	xb0-99-exit.

* 2026/oct/15 - DM
    move clin-keyed-amt			to	d6-keyed-amt.
    move clin-unapplied-amt		to	d6-unapplied-amt.
    move d6-deposit-unapplied-line	to	print-line.
    perform xb0-write-journal-record	thru	xb0-99-exit.

    if clin-nbr-recovery not = zero
    then
	move clin-recovery-amt		to	d7-recovery-amt
	move d7-deposit-recovery-line	to	print-line
	perform xb0-write-journal-record	thru	xb0-99-exit.
*   endif

    if clin-nbr-drawers not = zero
    then
	move clin-pos-counted-amt	to	d8-pos-counted-amt
	move d8-deposit-pos-line	to	print-line
	perform xb0-write-journal-record	thru	xb0-99-exit.
*   endif

*   subtract ws-deposit-amt		from	clin-posted-amt
*					giving	d5-diff-amt.
    compute d5-diff-amt = clin-posted-amt + clin-unapplied-amt
			+ clin-recovery-amt + clin-pos-expected-amt
			- ws-deposit-amt.
* 2026/oct/15 - end
    move d5-deposit-diff-line		to	print-line.
    perform xb0-write-journal-record	thru	xb0-99-exit.


    close batch-ctrl-file.
    close claims-mstr.
* 2026/oct/15 - DM
    close unapplied-cash.
    close bad-debt-rcv.
    close drawer-session.
* 2026/oct/15 - end
    close bank-mstr.
    close journal-file.

