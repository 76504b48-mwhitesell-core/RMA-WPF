*
*   revision history:
*
*   2026/oct/15 DM	- a claim under an open legal hold (m123) is
*			  never written off - it is listed as HELD
*			  with the matter reference and counted.
*
environment division.
input-output section.
file-control.
01  run-totals.
    05  tot-claims-written-off		pic 9(7)	value zero.
    05  tot-amt-written-off		pic s9(9)v99	comp-3	value zero.
* 2026/oct/15 - DM
    05  tot-claims-held			pic 9(7)	value zero.
    05  tot-amt-held			pic s9(9)v99	comp-3	value zero.
* 2026/oct/15 - end

01  counters.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  l1-patient			pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-amt				pic zzz9.99-.
* 2026/oct/15 - DM
    05  filler				pic xx		value spaces.
    05  l1-held				pic x(5)	value spaces.
    05  l1-matter-ref			pic x(20)	value spaces.
* 2026/oct/15 - end

01  t1-reg-total.
    05  filler				pic x(26)	value
		"     AMOUNT".
    05  t1-amt				pic zz,zzz,zz9.99-.

* 2026/oct/15 - DM
01  t2-held-total.
    05  filler				pic x(26)	value
		"CLAIMS HELD - LEGAL HOLD".
    05  t2-claims			pic zzz,zz9.
    05  filler				pic x(12)	value
		"     AMOUNT".
    05  t2-amt				pic zz,zzz,zz9.99-.
* 2026/oct/15 - end

    copy "f002_claims_mstr_rec1_2.ws".

* 2019/jul/29 - DM - central event log
* 2019/aug/06 - DM - claims master update journal
    copy "clmjrnl.ws".
* 2019/aug/06 - end
* 2026/oct/15 - DM - legal hold check
    copy "legalhold.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
screen section.
    05  line 13 col 60  pic z(6)9 using ctr-claims-mstr-reads.
    05  line 14 col 20  value "claims written off / listed".
    05  line 14 col 60  pic z(6)9 using tot-claims-written-off.
* 2026/oct/15 - DM
    05  line 15 col 20  value "claims held (legal hold)".
    05  line 15 col 60  pic z(6)9 using tot-claims-held.
* 2026/oct/15 - end
    05  line 21 col 20	value "program u023 ending".
procedure division.
declaratives.
	go to ab0-99-exit.
*   endif

* 2026/oct/15 - DM - held claims are listed, never written off
    move "R"				to	lhp-function.
    move clmhdr-pat-id (1:16)		to	lhp-pat-key.
    move clmhdr-batch-nbr-3-6 (2:3)	to	lhp-doc-nbr.
    move clmhdr-claim-id		to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if lhp-record-held
    then
	perform bc0-list-held-claim	thru	bc0-99-exit
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

    perform ba0-write-off-claim		thru	ba0-99-exit.

ab0-99-exit.

bb0-99-exit.
    exit.
* 2026/oct/15 - DM
bc0-list-held-claim.

    move clmhdr-claim-id		to	l1-claim-id.
    move clmhdr-batch-nbr-3-6		to	l1-doc.
    move clmhdr-agent-cd		to	l1-agent.
    move clmhdr-pat-surname		to	l1-patient.
    move ws-claim-balance		to	l1-amt.
    move "HELD"				to	l1-held.
    move lhp-matter-ref			to	l1-matter-ref.
    move l1-reg-line			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

    move spaces				to	l1-held
						l1-matter-ref.

    add 1				to	tot-claims-held.
    add ws-claim-balance		to	tot-amt-held.

bc0-99-exit.
    exit.
* 2026/oct/15 - end
ca0-print-total.

    move tot-claims-written-off		to	t1-claims.
    move t1-reg-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.

* 2026/oct/15 - DM
    move tot-claims-held		to	t2-claims.
    move tot-amt-held			to	t2-amt.
    move t2-held-total			to	print-line.
    perform xb0-write-register-record	thru	xb0-99-exit.
* 2026/oct/15 - end

ca0-99-exit.
    exit.
az0-end-of-job.
