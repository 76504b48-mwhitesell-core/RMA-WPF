identification division.
program-id. u148.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f124 - collection agency placement file
*			: f062 - collections master
*			: f002 - claims master
*			: f122 - bad-debt recovery register
*			: agency remittance and status file (input -
*			  from the collection agency)
*			: u148_parm - contract commission rate
*			: f064 - central event log (via eventlog)
*			: ru148 - agency commission and recovery
*				  statement (printer)
*
*   program purpose : collection agency monthly remittance - the
*			inbound side of u147.  the agency's file
*			carries what it collected on each account we
*			placed, less its commission, and the accounts
*			it has handed back (recalled), closed as
*			uncollectable or closed as paid in full.
*			each collection is matched back to its f124
*			placement by our "PL" reference and claim id.
*			on a written-off claim the net collected is
*			posted as a bad-debt recovery exactly as m116
*			posts one - the write-off reinstated by a
*			"WOFF" line, suffix V, and paid by a "PAID"
*			line, suffix Q, filed on f122 with source "A"
*			so r006, u101 and r096 see it; the commission
*			stays written off.  on a claim still open the
*			net is posted as a payment ("PAID" suffix K)
*			and the commission written off against the
*			claim ("WOFF" suffix K) - the debtor paid the
*			whole gross.  every change goes through
*			clmjrnl.  the placement carries the running
*			collected, commission and net figures, and
*			the recalls and closures set the placement
*			and the f062 entry to "R", "C" or "S".
*			the statement lists every collection with how
*			it posted, every status change, and totals
*			set against the agency's own trailer - and,
*			when the parm gives the contract rate, the
*			commission at that rate - to check against
*			the agency's invoice.  a collection that does
*			not match or does not fit the claim is listed
*			"NOT POSTED" with the reason and posts nothing.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f124_agency_placement.slr".
*
    copy "f062_collection_mstr.slr".
*
    copy "f002_claims_mstr.slr".
*
    copy "f122_bad_debt_recovery.slr".
*
    select agency-remit-file
	assign to disk "$pb_data/u148_agency_remit"
	organization is sequential.
*
    select u148-parm-file
	assign to disk "$pb_data/u148_parm"
	organization is sequential
	file status is status-u148-parm.
*
    select statement-file
	assign to printer print-file-name
	file status is status-statement-rpt.
*
data division.
file section.
*
    copy "f124_agency_placement.fd".
*
    copy "f062_collection_mstr.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f122_bad_debt_recovery.fd".
*
fd  agency-remit-file
    record contains 150 characters.

*	(collection record - type "C")
01  agency-remit-rec.
    05  agr-rec-type			pic x.
    05  agr-our-ref.
	10  agr-ref-prefix		pic xx.
	10  agr-ref-clinic		pic 99.
	10  agr-ref-seq			pic 9(6).
    05  agr-claim-id			pic x(11).
    05  agr-agency-acct			pic x(12).
    05  agr-collected-date		pic 9(8).
    05  agr-gross-amt			pic 9(7)v99.
    05  agr-comm-rate			pic 99v99.
    05  agr-comm-amt			pic 9(7)v99.
    05  agr-net-amt			pic 9(7)v99.
    05  filler				pic x(77).

*	(status record - type "S")
01  agency-status-rec.
    05  ags-rec-type			pic x.
    05  ags-our-ref.
	10  ags-ref-prefix		pic xx.
	10  ags-ref-clinic		pic 99.
	10  ags-ref-seq			pic 9(6).
    05  ags-claim-id			pic x(11).
    05  ags-agency-acct			pic x(12).
    05  ags-status-cd			pic x.
	88  ags-recalled			value "R".
	88  ags-closed				value "C".
	88  ags-paid-in-full			value "S".
    05  ags-status-date			pic 9(8).
    05  ags-status-reason		pic x(30).
    05  filler				pic x(77).

*	(file header and trailer - types "H" and "T")
01  agency-header-rec.
    05  agh-rec-type			pic x.
    05  agh-agency-name			pic x(30).
    05  agh-remit-date			pic 9(8).
    05  agh-cheque-nbr			pic x(12).
    05  agh-period-from			pic 9(8).
    05  agh-period-to			pic 9(8).
    05  filler				pic x(83).

01  agency-trailer-rec.
    05  agt-rec-type			pic x.
    05  agt-coll-count			pic 9(6).
    05  agt-gross-total			pic 9(9)v99.
    05  agt-comm-total			pic 9(9)v99.
    05  agt-net-total			pic 9(9)v99.
    05  agt-status-count		pic 9(6).
    05  filler				pic x(104).

fd  u148-parm-file
    record contains 80 characters.

01  u148-parm-rec.
    05  u148-parm-comm-rate		pic 99v99.
    05  filler				pic x(76).

fd  statement-file
    record contains 132 characters.

01  statement-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "ru148".
77  status-statement-rpt		pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-agency-placement	pic xx	value zero.
77  status-cobol-collection-mstr	pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-bad-debt-rcv		pic xx	value zero.
77  status-u148-parm			pic xx	value zero.

77  eof-remit-file			pic x	value "N".
77  eof-claims-mstr			pic x	value "N".

77  entry-ok				pic x	value "N".
77  ws-placement-found			pic x	value "N".
77  ws-trailer-read			pic x	value "N".
77  ws-disposition			pic 9	value zero.
*	1 = bad-debt recovery, 2 = payment, 3 = not posted
77  ws-not-posted-reason		pic x(45)	value spaces.
77  ws-contract-rate			pic 99v99	value zero.
77  ws-contract-comm			pic s9(7)v99	value zero.
77  ws-comm-differs			pic x	value spaces.

77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-woff-outstanding			pic s9(7)v99	value zero.
77  ws-woff-date			pic 9(8)	value zero.
77  ws-gross-amt			pic s9(7)v99	value zero.
77  ws-comm-amt				pic s9(7)v99	value zero.
77  ws-net-amt				pic s9(7)v99	value zero.
77  ws-line-amt				pic s9(7)v99	value zero.
77  ws-fully-recovered			pic x	value "N".
77  ws-clinic-nbr			pic 99		value zero.
77  ws-next-seq-nbr			pic 9(6)	value zero.

01  ws-run-stamp.
    05  ws-run-date			pic 9(8).
    05  ws-run-time			pic 9(6).

01  ws-claim-id.
    05  ws-claim-batch-nbr		pic x(9).
    05  ws-claim-nbr			pic 99.

*   recovery reference as quoted on the claim lines (as m116)

01  ws-recovery-ref.
    05  filler				pic xx	value "RC".
    05  ws-ref-clinic			pic 99.
    05  ws-ref-seq			pic 9(6).

01  ws-line-key				pic x(18).
01  ws-line-key-r redefines ws-line-key.
    05  ws-line-key-type		pic x.
    05  ws-line-claim-id		pic x(11).
    05  ws-line-oma-cd			pic x(4).
    05  ws-line-oma-suff		pic x.
    05  ws-line-adj-nbr			pic 9.

01  ws-line-desc			pic x(60)	value spaces.

01  ws-woff-desc.
    05  filler				pic x(21)	value
		"WRITE-OFF REINSTATED ".
    05  ws-woff-desc-ref		pic x(10).
    05  filler				pic x(29)	value spaces.

01  ws-paid-desc.
    05  filler				pic x(9)	value
		"RECOVERY ".
    05  ws-paid-desc-ref		pic x(10).
    05  filler				pic x		value space.
    05  filler				pic x		value "A".
    05  filler				pic x		value space.
    05  ws-paid-desc-cheque		pic x(12).
    05  filler				pic x		value space.
    05  ws-paid-desc-payer		pic x(25).

01  ws-agency-paid-desc.
    05  filler				pic x(7)	value
		"AGENCY ".
    05  ws-apd-ref			pic x(10).
    05  filler				pic x		value space.
    05  ws-apd-cheque			pic x(12).
    05  filler				pic x		value space.
    05  ws-apd-agency			pic x(29).

01  ws-agency-comm-desc.
    05  filler				pic x(18)	value
		"AGENCY COMMISSION ".
    05  ws-acd-ref			pic x(10).
    05  filler				pic x		value space.
    05  ws-acd-rate			pic z9.99.
    05  filler				pic x(26)	value "%".

01  counters.
    05  ctr-remit-reads			pic 9(7)	value zero.
    05  ctr-collections			pic 9(5)	value zero.
    05  ctr-status-recs			pic 9(5)	value zero.

*   statement totals - by disposition, then the status changes

01  disp-totals.
    05  disp-tot			occurs 3 times.
	10  disp-count			pic 9(5).
	10  disp-gross			pic s9(9)v99.
	10  disp-comm			pic s9(9)v99.
	10  disp-net			pic s9(9)v99.

77  ss-disp				pic 9	value zero.

01  total-gross				pic s9(9)v99	value zero.
01  total-comm				pic s9(9)v99	value zero.
01  total-net				pic s9(9)v99	value zero.
01  total-contract-comm			pic s9(9)v99	value zero.
01  total-comm-written-off		pic s9(9)v99	value zero.

01  status-totals.
    05  ctr-recalled			pic 9(5)	value zero.
    05  ctr-closed			pic 9(5)	value zero.
    05  ctr-paid-in-full		pic 9(5)	value zero.
    05  ctr-status-rejected		pic 9(5)	value zero.

01  disposition-desc-values.
    05  filler		pic x(12)	value "RECOVERY".
    05  filler		pic x(12)	value "PAYMENT".
    05  filler		pic x(12)	value "NOT POSTED".
01  disposition-desc-tbl redefines disposition-desc-values.
    05  disposition-desc		pic x(12)
			occurs 3 times.

01  disp-total-desc-values.
    05  filler		pic x(40)	value
	"POSTED AS BAD-DEBT RECOVERY (F122)".
    05  filler		pic x(40)	value
	"POSTED AS PAYMENT ON OPEN CLAIMS".
    05  filler		pic x(40)	value
	"NOT POSTED - SEE STATEMENT LINES".
01  disp-total-desc-tbl redefines disp-total-desc-values.
    05  disp-total-desc			pic x(40)
			occurs 3 times.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.
01  s1-section-title			pic x(60)	value spaces.
01  hold-column-head			pic x(132)	value spaces.
01  hold-trailer-rec			pic x(150)	value spaces.

01  h1-stmt-head.
    05  filler				pic x(6)	value "u148".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(52)	value
		"COLLECTION AGENCY COMMISSION AND RECOVERY STATEMENT".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-agency-head.
    05  filler				pic x(8)	value "AGENCY ".
    05  h2-agency-name			pic x(30).
    05  filler				pic x(12)	value
		"  REMITTED ".
    05  h2-remit-date			pic 9(8).
    05  filler				pic x(9)	value
		"  CHEQUE ".
    05  h2-cheque-nbr			pic x(12).
    05  filler				pic x(9)	value
		"  PERIOD ".
    05  h2-period-from			pic 9(8).
    05  filler				pic x		value "-".
    05  h2-period-to			pic 9(8).

01  h3-coll-head.
    05  filler				pic x(12)	value "REFERENCE".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(16)	value "PATIENT".
    05  filler				pic x(9)	value "COLLECTD".
    05  filler				pic x(14)	value
		"        GROSS".
    05  filler				pic x(7)	value
		"  RATE".
    05  filler				pic x(14)	value
		"   COMMISSION".
    05  filler				pic x(14)	value
		"          NET".
    05  filler				pic x(2)	value spaces.
    05  filler				pic x(12)	value "POSTED AS".

01  h3-status-head.
    05  filler				pic x(12)	value "REFERENCE".
    05  filler				pic x(12)	value "CLAIM".
    05  filler				pic x(16)	value "PATIENT".
    05  filler				pic x(14)	value "AGENCY ACCT".
    05  filler				pic x(16)	value "STATUS".
    05  filler				pic x(9)	value "DATE".
    05  filler				pic x(30)	value "REASON".

01  l1-coll-line.
    05  l1-our-ref			pic x(10).
    05  filler				pic xx		value spaces.
    05  l1-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l1-pat-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l1-collected-date		pic 9(8).
    05  filler				pic x		value spaces.
    05  l1-gross			pic zz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  l1-rate				pic z9.99.
    05  filler				pic x		value spaces.
    05  l1-comm				pic zz,zzz,zz9.99-.
    05  l1-net				pic zz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-disposition			pic x(12).
    05  filler				pic x		value spaces.
    05  l1-comm-differs			pic x.

01  l2-explain-line.
    05  filler				pic x(24)	value spaces.
    05  l2-text				pic x(45).
    05  l2-amt				pic zz,zzz,zz9.99-.

01  l3-status-line.
    05  l3-our-ref			pic x(10).
    05  filler				pic xx		value spaces.
    05  l3-claim-id			pic x(11).
    05  filler				pic x		value spaces.
    05  l3-pat-surname			pic x(15).
    05  filler				pic x		value spaces.
    05  l3-agency-acct			pic x(12).
    05  filler				pic xx		value spaces.
    05  l3-status-desc			pic x(15).
    05  filler				pic x		value spaces.
    05  l3-status-date			pic 9(8).
    05  filler				pic x		value spaces.
    05  l3-reason			pic x(30).
    05  filler				pic x		value spaces.
    05  l3-rejected			pic x(20).

01  t1-total-line.
    05  filler				pic x(12)	value spaces.
    05  t1-desc				pic x(40).
    05  t1-count			pic zzzz9.
    05  filler				pic x(3)	value spaces.
    05  t1-gross			pic zzz,zzz,zz9.99-.
    05  t1-comm				pic zzz,zzz,zz9.99-.
    05  t1-net				pic zzz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  t1-remark			pic x(10).

01  t2-head.
    05  filler				pic x(60)	value spaces.
    05  filler				pic x(15)	value
		"          GROSS".
    05  filler				pic x(15)	value
		"     COMMISSION".
    05  filler				pic x(15)	value
		"            NET".

    copy "f002_claims_mstr_rec1_2.ws".

    copy "clmjrnl.ws".

    copy "eventlog.ws".

    copy "sysdatetime.ws".
procedure division.
declaratives.

err-agp-file section.
    use after standard error procedure on agency-placement.
err-agency-placement.
    move status-cobol-agency-placement	to common-status-file.
    display "error in accessing agency placement file - status "
	    common-status-file.
    stop "error in accessing agency placement file".

err-coll-file section.
    use after standard error procedure on collection-mstr.
err-coll.
    move status-cobol-collection-mstr	to common-status-file.
    display "error in accessing collections master - status "
	    common-status-file.
    stop "error in accessing collections master".

err-claims-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".

err-recovery-file section.
    use after standard error procedure on bad-debt-rcv.
err-bad-debt-rcv.
    move status-cobol-bad-debt-rcv	to common-status-file.
    display "error in accessing bad-debt recovery register - status "
	    common-status-file.
    stop "error in accessing bad-debt recovery register".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-collections		thru ab0-99-exit
	until eof-remit-file = "Y".
    perform ac0-second-pass		thru ac0-99-exit.
    perform ad0-status-changes		thru ad0-99-exit
	until eof-remit-file = "Y".
    perform ea0-print-totals		thru ea0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move sys-date-long			to	ws-run-date.
    move sys-time (1:6)			to	ws-run-time.

    move 0				to counters.
    perform xe0-zero-totals		thru xe0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 3.

    perform ap0-read-parm		thru	ap0-99-exit.

    open i-o agency-placement.
    open i-o collection-mstr.
    open i-o claims-mstr.
    open i-o bad-debt-rcv.
    open input agency-remit-file.
    open output statement-file.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    move spaces				to	h2-agency-name
						h2-cheque-nbr.
    move zero				to	h2-remit-date
						h2-period-from
						h2-period-to.

    move "u148"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move "COLLECTIONS REMITTED"		to	s1-section-title.
    move h3-coll-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

aa0-99-exit.
    exit.
ap0-read-parm.

*	(the contract commission rate, percent 99v99, in the first
*	 four bytes - with no parm the agency's own rate is taken
*	 and the commission is not checked)

    move zero				to	ws-contract-rate.

    open input u148-parm-file.
    if status-u148-parm not = "00"
    then
	go to ap0-99-exit.
*   endif

    read u148-parm-file
	at end
	    close u148-parm-file
	    go to ap0-99-exit.

    if u148-parm-comm-rate numeric
    then
	move u148-parm-comm-rate	to	ws-contract-rate.
*   endif

    close u148-parm-file.

ap0-99-exit.
    exit.
ab0-collections.

    read agency-remit-file
	at end
	    move "Y"			to	eof-remit-file
	    go to ab0-99-exit.

    add 1				to	ctr-remit-reads.

    if agr-rec-type = "H"
    then
	move agh-agency-name		to	h2-agency-name
	move agh-remit-date		to	h2-remit-date
	move agh-cheque-nbr		to	h2-cheque-nbr
	move agh-period-from		to	h2-period-from
	move agh-period-to		to	h2-period-to
	move agh-agency-name		to	ws-paid-desc-payer
						ws-apd-agency
	move agh-cheque-nbr		to	ws-paid-desc-cheque
						ws-apd-cheque
	go to ab0-99-exit.
*   endif

*	(the trailer is kept aside for the totals page)
    if agr-rec-type = "T"
    then
	move agency-trailer-rec		to	hold-trailer-rec
	move "Y"			to	ws-trailer-read
	go to ab0-99-exit.
*   endif

    if agr-rec-type not = "C"
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-collections.

    move agr-gross-amt			to	ws-gross-amt.
    move agr-comm-amt			to	ws-comm-amt.
    move agr-net-amt			to	ws-net-amt.

*	(the agency's commission against the contract rate)
    move spaces				to	ws-comm-differs.
    move ws-comm-amt			to	ws-contract-comm.
    if ws-contract-rate > zero
    then
	compute ws-contract-comm rounded =
	    ws-gross-amt * ws-contract-rate / 100
	if ws-contract-comm not = ws-comm-amt
	then
	    move "*"			to	ws-comm-differs.
*	endif
*   endif

    move 3				to	ws-disposition.
    move spaces				to	ws-not-posted-reason.

    perform ba0-match-placement		thru	ba0-99-exit.

    if entry-ok = "Y"
    then
	perform bb0-fit-claim		thru	bb0-99-exit.
*   endif

    if entry-ok = "Y"
    then
	if ws-disposition = 1
	then
	    perform ca0-post-recovery	thru	ca0-99-exit
	else
	    perform cb0-post-payment	thru	cb0-99-exit.
*	endif
*   endif

    if entry-ok = "Y"
    then
	perform cc0-update-placement	thru	cc0-99-exit.
*   endif

    perform da0-statement-line		thru	da0-99-exit.

ab0-99-exit.
    exit.
ac0-second-pass.

*	(the recalls and closures are listed in their own section -
*	 a second pass over the agency file)

    close agency-remit-file.
    open input agency-remit-file.
    move "N"				to	eof-remit-file.

    move "ACCOUNTS RECALLED AND CLOSED"	to	s1-section-title.
    move h3-status-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

ac0-99-exit.
    exit.
ad0-status-changes.

    read agency-remit-file
	at end
	    move "Y"			to	eof-remit-file
	    go to ad0-99-exit.

    if ags-rec-type not = "S"
    then
	go to ad0-99-exit.
*   endif

    add 1				to	ctr-status-recs.

    move ags-our-ref			to	l3-our-ref.
    move ags-claim-id			to	l3-claim-id.
    move spaces				to	l3-pat-surname
						l3-rejected.
    move ags-agency-acct		to	l3-agency-acct.
    move ags-status-date		to	l3-status-date.
    move ags-status-reason		to	l3-reason.

    if ags-recalled
    then
	move "RECALLED"			to	l3-status-desc
    else
    if ags-closed
    then
	move "CLOSED UNCOLL"		to	l3-status-desc
    else
    if ags-paid-in-full
    then
	move "PAID IN FULL"		to	l3-status-desc
    else
	move ags-status-cd		to	l3-status-desc
	move "NOT RECORDED - CODE"	to	l3-rejected
	go to ad0-80-print.
*   endif
*   endif
*   endif

    move ags-ref-clinic			to	agp-clinic-nbr-1-2.
    move ags-ref-seq			to	agp-seq-nbr.

    read agency-placement
	invalid key
	    move "NOT RECORDED - REF"	to	l3-rejected
	    go to ad0-80-print.

    move agp-pat-surname		to	l3-pat-surname.

    if   ags-ref-prefix not = "PL"
      or agp-claim-id   not = ags-claim-id
    then
	move "NOT RECORDED - CLAIM"	to	l3-rejected
	go to ad0-80-print.
*   endif

    move ags-status-cd			to	agp-status.
    move ags-status-date		to	agp-status-date.
    move ags-status-reason		to	agp-status-reason.
    rewrite agency-placement-rec.

*	(the collections entry follows the placement)
    move agp-key			to	coll-key.
    read collection-mstr
	invalid key
	    go to ad0-60-count.

    move ags-status-cd			to	coll-status.
    rewrite collection-rec
	invalid key
	    next sentence.

ad0-60-count.

    if ags-recalled
    then
	add 1				to	ctr-recalled.
*   endif
    if ags-closed
    then
	add 1				to	ctr-closed.
*   endif
    if ags-paid-in-full
    then
	add 1				to	ctr-paid-in-full.
*   endif

ad0-80-print.

    if l3-rejected not = spaces
    then
	add 1				to	ctr-status-rejected.
*   endif

    move l3-status-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ad0-99-exit.
    exit.
ba0-match-placement.

*	(our reference and claim id as u147 sent them)

    move "N"				to	entry-ok
					ws-placement-found.

    if agr-ref-prefix not = "PL"
    then
	move "NOT ONE OF OUR PLACEMENT REFERENCES"
					to	ws-not-posted-reason
	go to ba0-99-exit.
*   endif

    move agr-ref-clinic			to	agp-clinic-nbr-1-2.
    move agr-ref-seq			to	agp-seq-nbr.

    read agency-placement
	invalid key
	    move "NO SUCH PLACEMENT ON F124"
					to	ws-not-posted-reason
	    go to ba0-99-exit.

    move "Y"				to	ws-placement-found.

    if agp-claim-id not = agr-claim-id
    then
	move "CLAIM DIFFERS FROM THE ONE PLACED"
					to	ws-not-posted-reason
	go to ba0-99-exit.
*   endif

*	(a rerun of a remittance already posted - the placement
*	 carries the last remittance date and the run that took it)
    if   agp-last-remit-date not < agh-remit-date
     and agp-last-run-stamp  not = ws-run-stamp
    then
	move "REMITTANCE ALREADY POSTED TO THIS ACCOUNT"
					to	ws-not-posted-reason
	go to ba0-99-exit.
*   endif

    if ws-gross-amt - ws-comm-amt not = ws-net-amt
    then
	move "GROSS LESS COMMISSION IS NOT THE NET"
					to	ws-not-posted-reason
	go to ba0-99-exit.
*   endif

    if ws-net-amt not > zero
    then
	move "NOTHING REMITTED ON THE LINE"
					to	ws-not-posted-reason
	go to ba0-99-exit.
*   endif

    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
bb0-fit-claim.

*	(a written-off claim takes the net as a recovery - never more
*	 than is still written off; an open claim takes the gross -
*	 never more than it owes)

    move "N"				to	entry-ok.

    move agp-claim-id			to	ws-claim-id
						ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

    if entry-ok not = "Y"
    then
	move "CLAIM NOT ON THE CLAIMS MASTER"
					to	ws-not-posted-reason
	go to bb0-99-exit.
*   endif

    move "N"				to	entry-ok.
    move clmhdr-clinic-nbr-1-2		to	ws-clinic-nbr.

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    if clmhdr-adj-cd not = "W"
    then
	go to bb0-50-open-claim.
*   endif

    perform xc5-total-write-off		thru	xc5-99-exit.

    if ws-woff-outstanding not > zero
    then
	go to bb0-50-open-claim.
*   endif

    if ws-net-amt > ws-woff-outstanding
    then
	move "RECOVERY IS MORE THAN THE WRITE-OFF OUTSTANDING"
					to	ws-not-posted-reason
	go to bb0-99-exit.
*   endif

    move 1				to	ws-disposition.
    move "Y"				to	entry-ok.
    go to bb0-99-exit.

bb0-50-open-claim.

    if ws-gross-amt > ws-claim-balance
    then
	move "COLLECTED IS MORE THAN THE CLAIM OWES"
					to	ws-not-posted-reason
	go to bb0-99-exit.
*   endif

    move 2				to	ws-disposition.
    move "Y"				to	entry-ok.

bb0-99-exit.
    exit.
ca0-post-recovery.

*	(as m116 - the write-off comes back off payments, then the
*	 net goes on as a payment; the claim nets to what it did)

    move clmhdr-clinic-nbr-1-2		to	ws-clinic-nbr.
    perform xd0-find-next-seq		thru	xd0-99-exit.
    add 1				to	ws-next-seq-nbr.
    move ws-clinic-nbr			to	ws-ref-clinic.
    move ws-next-seq-nbr		to	ws-ref-seq.

    move claims-mstr-rec		to	cjp-before-image.

    subtract ws-net-amt			from	clmhdr-manual-and-tape-paymnts.
    add ws-net-amt			to	clmhdr-manual-and-tape-paymnts.
    move ws-net-amt			to	clmhdr-curr-payment.
    move sys-date-long			to	clmhdr-date-cash-tape-payment.

    move "N"				to	ws-fully-recovered.
    if ws-net-amt = ws-woff-outstanding
    then
	move "Y"			to	ws-fully-recovered
	move space			to	clmhdr-adj-cd.
*   endif

    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move "N"			to	entry-ok
	    move "CLAIM HEADER COULD NOT BE REWRITTEN"
					to	ws-not-posted-reason
	    move 3			to	ws-disposition
	    go to ca0-99-exit.

    move "u148"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

*	(the reinstatement and the payment against it)
    move "WOFF"				to	ws-line-oma-cd.
    move "V"				to	ws-line-oma-suff.
    compute ws-line-amt = 0 - ws-net-amt.
    move ws-recovery-ref		to	ws-woff-desc-ref.
    move ws-woff-desc			to	ws-line-desc.
    perform xb5-write-line		thru	xb5-99-exit.

    move "PAID"				to	ws-line-oma-cd.
    move "Q"				to	ws-line-oma-suff.
    move ws-net-amt			to	ws-line-amt.
    move ws-recovery-ref		to	ws-paid-desc-ref.
    move ws-paid-desc			to	ws-line-desc.
    perform xb5-write-line		thru	xb5-99-exit.

*	(and filed on f122 as the agency's recovery)
    move spaces				to	bad-debt-rcv-rec.
    move ws-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move ws-next-seq-nbr		to	rcv-seq-nbr.
    move sys-date-long			to	rcv-date.
    accept sys-time			from	time.
    move sys-time			to	rcv-time.
    move agp-claim-id			to	rcv-claim-id.
    move clmhdr-agent-cd		to	rcv-agent-cd.
    move clmhdr-doc-nbr (2:3)		to	rcv-doc-nbr.
    move clmhdr-pat-surname		to	rcv-pat-surname.
    move spaces				to	rcv-payer-client-id.
    move agh-agency-name		to	rcv-payer-name.
    move "A"				to	rcv-source-cd.
    move agh-cheque-nbr			to	rcv-cheque-nbr.
    move ws-woff-date			to	rcv-woff-date.
    move ws-woff-outstanding		to	rcv-woff-amt.
    move ws-net-amt			to	rcv-amt.
    move ws-fully-recovered		to	rcv-fully-recovered.
    move spaces				to	rcv-remarks.
    string "COLLECTION AGENCY "	delimited by size
	   agr-our-ref		delimited by size
	   " ACCT "		delimited by size
	   agr-agency-acct	delimited by size
				into	rcv-remarks.

    write bad-debt-rcv-rec
	invalid key
	    next sentence.

ca0-99-exit.
    exit.
cb0-post-payment.

*	(the debtor paid the gross - the net goes on as a payment and
*	 the agency's commission is written off against the claim)

    move claims-mstr-rec		to	cjp-before-image.

    add ws-gross-amt			to	clmhdr-manual-and-tape-paymnts.
    move ws-net-amt			to	clmhdr-curr-payment.
    move sys-date-long			to	clmhdr-date-cash-tape-payment.

    move claim-header-rec		to	claims-mstr-rec.

    rewrite claims-mstr-rec
	invalid key
	    move "N"			to	entry-ok
	    move "CLAIM HEADER COULD NOT BE REWRITTEN"
					to	ws-not-posted-reason
	    move 3			to	ws-disposition
	    go to cb0-99-exit.

    move "u148"				to	cjp-pgm.
    move "R"				to	cjp-action.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

    move "PAID"				to	ws-line-oma-cd.
    move "K"				to	ws-line-oma-suff.
    move ws-net-amt			to	ws-line-amt.
    move agr-our-ref			to	ws-apd-ref.
    move ws-agency-paid-desc		to	ws-line-desc.
    perform xb5-write-line		thru	xb5-99-exit.

    if ws-comm-amt > zero
    then
	move "WOFF"			to	ws-line-oma-cd
	move "K"			to	ws-line-oma-suff
	move ws-comm-amt		to	ws-line-amt
	move agr-our-ref		to	ws-acd-ref
	move agr-comm-rate		to	ws-acd-rate
	move ws-agency-comm-desc	to	ws-line-desc
	perform xb5-write-line		thru	xb5-99-exit
	add ws-comm-amt			to	total-comm-written-off.
*   endif

cb0-99-exit.
    exit.
cc0-update-placement.

*	(the running figures on the placement, and what the agency
*	 still has to collect on the f062 entry)

    add ws-gross-amt			to	agp-gross-collected.
    add ws-comm-amt			to	agp-commission.
    add ws-net-amt			to	agp-net-posted.
    move agh-remit-date			to	agp-last-remit-date.
    move ws-run-stamp			to	agp-last-run-stamp.
    rewrite agency-placement-rec.

    move agp-key			to	coll-key.
    read collection-mstr
	invalid key
	    go to cc0-99-exit.

    subtract ws-gross-amt		from	coll-balance.
    if coll-balance < zero
    then
	move zero			to	coll-balance.
*   endif

    rewrite collection-rec
	invalid key
	    next sentence.

cc0-99-exit.
    exit.
da0-statement-line.

    move agr-our-ref			to	l1-our-ref.
    move agr-claim-id			to	l1-claim-id.
    move spaces				to	l1-pat-surname.
    if ws-placement-found = "Y"
    then
	move agp-pat-surname		to	l1-pat-surname.
*   endif
    move agr-collected-date		to	l1-collected-date.
    move ws-gross-amt			to	l1-gross.
    move agr-comm-rate			to	l1-rate.
    move ws-comm-amt			to	l1-comm.
    move ws-net-amt			to	l1-net.
    move disposition-desc (ws-disposition)
					to	l1-disposition.
    move ws-comm-differs		to	l1-comm-differs.
    move l1-coll-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ws-disposition = 3
    then
	move ws-not-posted-reason	to	l2-text
	move zero			to	l2-amt
	move l2-explain-line		to	print-line
	move spaces			to	print-line (70:14)
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    if ws-comm-differs = "*"
    then
	move "COMMISSION AT THE CONTRACT RATE"
					to	l2-text
	move ws-contract-comm		to	l2-amt
	move l2-explain-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    add 1				to	disp-count (ws-disposition).
    add ws-gross-amt			to	disp-gross (ws-disposition)
						total-gross.
    add ws-comm-amt			to	disp-comm (ws-disposition)
						total-comm.
    add ws-net-amt			to	disp-net (ws-disposition)
						total-net.
    add ws-contract-comm		to	total-contract-comm.

da0-99-exit.
    exit.
ea0-print-totals.

    move "STATEMENT TOTALS"		to	s1-section-title.
    move t2-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "COLLECTED BY THE AGENCY"	to	t1-desc.
    move ctr-collections		to	t1-count.
    move total-gross			to	t1-gross.
    move total-comm			to	t1-comm.
    move total-net			to	t1-net.
    move spaces				to	t1-remark.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move 2				to	nbr-lines-to-adv.
    perform eb0-disposition-total	thru	eb0-99-exit
	varying ss-disp from 1 by 1
	until ss-disp > 3.

    move "COMMISSION WRITTEN OFF ON OPEN CLAIMS"
					to	t1-desc.
    move zero				to	t1-count
						t1-gross
						t1-net.
    move total-comm-written-off		to	t1-comm.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(our figures against the agency's trailer - its invoice)
    move "AGENCY TRAILER (INVOICE)"	to	t1-desc.
    if ws-trailer-read = "Y"
    then
	move hold-trailer-rec		to	agency-trailer-rec
	move agt-coll-count		to	t1-count
	move agt-gross-total		to	t1-gross
	move agt-comm-total		to	t1-comm
	move agt-net-total		to	t1-net
	move "AGREES"			to	t1-remark
	if   agt-coll-count  not = ctr-collections
	  or agt-gross-total not = total-gross
	  or agt-comm-total  not = total-comm
	  or agt-net-total   not = total-net
	then
	    move "DIFFERS"		to	t1-remark
*	endif
    else
	move zero			to	t1-count
					t1-gross
					t1-comm
					t1-net
	move "NO TRAILER"		to	t1-remark.
*   endif
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if ws-contract-rate > zero
    then
	move "COMMISSION AT THE CONTRACT RATE"
					to	t1-desc
	move zero			to	t1-count
					t1-gross
					t1-net
	move total-contract-comm	to	t1-comm
	move "AGREES"			to	t1-remark
	if total-contract-comm not = total-comm
	then
	    move "DIFFERS"		to	t1-remark
*	endif
	move t1-total-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move spaces				to	t1-total-line.
    move "ACCOUNTS RECALLED"		to	t1-desc.
    move ctr-recalled			to	t1-count.
    move t1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ACCOUNTS CLOSED UNCOLLECTED"	to	t1-desc.
    move ctr-closed			to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "ACCOUNTS CLOSED PAID IN FULL"	to	t1-desc.
    move ctr-paid-in-full		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "STATUS LINES NOT RECORDED"	to	t1-desc.
    move ctr-status-rejected		to	t1-count.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ea0-99-exit.
    exit.
eb0-disposition-total.

    move disp-total-desc (ss-disp)	to	t1-desc.
    move disp-count (ss-disp)		to	t1-count.
    move disp-gross (ss-disp)		to	t1-gross.
    move disp-comm (ss-disp)		to	t1-comm.
    move disp-net (ss-disp)		to	t1-net.
    move spaces				to	t1-remark.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

eb0-99-exit.
    exit.
az0-end-of-job.

    move "u148"				to	elp-pgm.
    move "END"				to	elp-type.
    add disp-count (1), disp-count (2)	giving	elp-count.
    move "AGENCY COLLECTIONS POSTED"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close agency-placement.
    close collection-mstr.
    close claims-mstr.
    close bad-debt-rcv.
    close agency-remit-file.
    close statement-file.

    display "u148 - agency records read     " ctr-remit-reads.
    display "u148 - collections on the file " ctr-collections.
    display "u148 - posted as recoveries    " disp-count (1).
    display "u148 - posted as payments      " disp-count (2).
    display "u148 - not posted              " disp-count (3).
    display "u148 - status changes          " ctr-status-recs.

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
    write statement-record		from	h1-stmt-head after advancing page.
    write statement-record		from	h2-agency-head after advancing 1 line.
    move 2				to	nbr-lines-this-page.

xa5-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa5-print-hdr		thru	xa5-99-exit.
*   endif

    write statement-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xb5-write-line.

*	(first free key for the line's code and suffix - adjustment
*	 number 1 to 9.  V and Q are the recovery lines m116 also
*	 writes; K is the agency's payment and commission)
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

    display "u148 - no free line key on claim " ws-claim-id
	    " " ws-line-oma-cd ws-line-oma-suff.
    go to xb5-99-exit.

xb5-50-build.

*	(an adjustment line like u023's, dated today and kept off
*	 the patient path with a "Z" key)
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

    if ws-line-oma-cd = "WOFF"
    then
	move "W"			to	clmdtl-adj-cd
    else
	move "C"			to	clmdtl-adj-cd.
*   endif

    move claim-detail-rec		to	claims-mstr-rec.

    write claims-mstr-rec
	invalid key
	    display "u148 - line not written on claim " ws-claim-id
		    " " ws-line-oma-cd ws-line-oma-suff
	    go to xb5-99-exit.

    move "u148"				to	cjp-pgm.
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
xc5-total-write-off.

*	(every "WOFF" line under the claim nets to what is still
*	 written off, as m116 works it out)
    move zero				to	ws-woff-outstanding
						ws-woff-date.
    move "N"				to	eof-claims-mstr.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move ws-claim-batch-nbr		to	key-clm-batch-nbr.
    move ws-claim-nbr			to	key-clm-claim-nbr.
    move "WOFF"				to	key-clm-oma-cd.
    move low-values			to	key-clm-oma-suff.
    move zero				to	key-clm-adj-nbr.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    move "Y"			to	eof-claims-mstr.

xc5-10-line-loop.

    if eof-claims-mstr = "Y"
    then
	go to xc5-50-reread.
*   endif

    read claims-mstr next
	at end
	    go to xc5-50-reread.

    if   key-clm-key-type  not = "B"
      or key-clm-batch-nbr not = ws-claim-batch-nbr
      or key-clm-claim-nbr not = ws-claim-nbr
      or key-clm-oma-cd    not = "WOFF"
    then
	go to xc5-50-reread.
*   endif

    move claims-mstr-rec		to	claim-detail-rec.

*	(not the agency's commission - the debtor paid that)
    if clmdtl-oma-suff = "K"
    then
	go to xc5-10-line-loop.
*   endif

    add clmdtl-fee-oma			to	ws-woff-outstanding.

    if clmdtl-oma-suff not = "V"
    then
	move clmdtl-sv-date		to	ws-woff-date.
*   endif

    go to xc5-10-line-loop.

xc5-50-reread.

*	(the header back in the record area for the rewrite)
    move ws-claim-id			to	ws-line-claim-id.
    perform xa0-read-header		thru	xa0-99-exit.

xc5-99-exit.
    exit.
xd0-find-next-seq.

*	(scan to the clinic's highest recovery number)
    move 0				to	ws-next-seq-nbr.
    move ws-clinic-nbr			to	rcv-clinic-nbr-1-2.
    move 0				to	rcv-seq-nbr.

    start bad-debt-rcv key is greater than or equal to rcv-key
	invalid key
	    go to xd0-99-exit.

xd0-10-loop.

    read bad-debt-rcv next
	at end
	    go to xd0-99-exit.

    if rcv-clinic-nbr-1-2 not = ws-clinic-nbr
    then
	go to xd0-99-exit.
*   endif

    move rcv-seq-nbr			to	ws-next-seq-nbr.
    go to xd0-10-loop.

xd0-99-exit.
    exit.
xe0-zero-totals.

    move zero				to	disp-count (ss-disp)
						disp-gross (ss-disp)
						disp-comm (ss-disp)
						disp-net (ss-disp).

xe0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
