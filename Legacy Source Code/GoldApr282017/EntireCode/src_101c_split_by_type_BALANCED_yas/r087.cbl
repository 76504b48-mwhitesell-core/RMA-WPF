security.
*
*   files		: f085 - rejected claims
*			: f002 - claims master (swiped vs keyed)
*			: rr087 - rejection analytics (printer)
*
*   program purpose : rejection root-cause trend analytics over the
*
*   revision history:
*
*   2026/oct/15 DM	- swiped vs keyed section: the claims entered
*			  in each period split by whether the health
*			  number came off the card stripe, with the
*			  share of each that drew an f085 rejection.
*
environment division.
input-output section.
file-control.
*
    copy "f085_rejected_claims.slr".
*
* 2026/oct/15 - DM
    copy "f002_claims_mstr.slr".
* 2026/oct/15 - end
*
    select analytics-file
	assign to printer print-file-name
*
    copy "f085_rejected_claims.fd".
*
* 2026/oct/15 - DM
    copy "f002_claims_mstr.fd".
* 2026/oct/15 - end
*
fd  analytics-file
    record contains 132 characters.

77  status-cobol-rejected-claims	pic xx	value zero.

77  eof-rejected-claims			pic x	value "N".
* 2026/oct/15 - DM
77  status-cobol-claims-mstr		pic xx	value zero.
77  eof-claims-mstr			pic x	value "N".
77  ws-entry-date-n			pic 9(8)	value zero.
77  ws-claim-rejected			pic x	value "N".
77  ss-method				pic 9	value zero.

*   claims entered per period by how the health number got there -
*   1 = keyed, 2 = swiped off the card
01  method-tbl.
    05  method-entry			occurs 2 times.
	10  me-curr-claims		pic 9(7)	comp-3.
	10  me-curr-rejected		pic 9(7)	comp-3.
	10  me-prior-claims		pic 9(7)	comp-3.
	10  me-prior-rejected		pic 9(7)	comp-3.

    copy "f002_claims_mstr_rec1_2.ws".
* 2026/oct/15 - end

01  sel-curr-from			pic 9(8)	value zero.
01  sel-curr-to				pic 9(8)	value zero.
    05  ctr-rejected-reads		pic 9(7)	value zero.
    05  ctr-curr-period			pic 9(7)	value zero.
    05  ctr-prior-period		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-claims-in-periods		pic 9(7)	value zero.
* 2026/oct/15 - end

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
    05  filler				pic x(4)	value spaces.
    05  l1-change			pic zzz,zz9-.

* 2026/oct/15 - DM
01  s2-method-head-1.
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(30)	value
		"------ CURRENT PERIOD ------".
    05  filler				pic x(30)	value
		"------- PRIOR PERIOD -------".

01  s2-method-head-2.
    05  filler				pic x(20)	value
		"ENTRY METHOD".
    05  filler				pic x(30)	value
		"  CLAIMS  REJECTED  REJECT %".
    05  filler				pic x(30)	value
		"  CLAIMS  REJECTED  REJECT %".

01  l2-method-line.
    05  l2-desc				pic x(20).
    05  l2-curr-claims			pic zzz,zz9.
    05  filler				pic x(3)	value spaces.
    05  l2-curr-rejected		pic zzz,zz9.
    05  filler				pic x(4)	value spaces.
    05  l2-curr-rate			pic zz9.9.
    05  filler				pic x(4)	value spaces.
    05  l2-prior-claims			pic zzz,zz9.
    05  filler				pic x(3)	value spaces.
    05  l2-prior-rejected		pic zzz,zz9.
    05  filler				pic x(4)	value spaces.
    05  l2-prior-rate			pic zz9.9.
* 2026/oct/15 - end

    copy "sysdatetime.ws".
screen section.

    05  line 14 col 60  pic z(6)9 using ctr-curr-period.
    05  line 15 col 20  value "in prior period".
    05  line 15 col 60  pic z(6)9 using ctr-prior-period.
* 2026/oct/15 - DM
    05  line 16 col 20  value "claims master records read".
    05  line 16 col 60  pic z(6)9 using ctr-claims-mstr-reads.
    05  line 17 col 20  value "claims entered in the periods".
    05  line 17 col 60  pic z(6)9 using ctr-claims-in-periods.
* 2026/oct/15 - end
    05  line 21 col 20	value "program r087 ending".
procedure division.
declaratives.
	    common-status-file.
    stop "error in accessing rejected claims file".

* 2026/oct/15 - DM
err-claims-mstr-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display "error in accessing claims master - status "
	    common-status-file.
    stop "error in accessing claims master".
* 2026/oct/15 - end

end declaratives.

main-line section.
    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-rejected-claims = "Y".
* 2026/oct/15 - DM
    perform da0-entry-method-pass	thru da0-99-exit.
* 2026/oct/15 - end
    perform ca0-print-report		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*

    open input rejected-claims.
    open output analytics-file.
* 2026/oct/15 - DM
    open input claims-mstr.
    move 0				to	me-curr-claims (1)
						me-curr-rejected (1)
						me-prior-claims (1)
						me-prior-rejected (1)
						me-curr-claims (2)
						me-curr-rejected (2)
						me-prior-claims (2)
						me-prior-rejected (2).
* 2026/oct/15 - end

    move sel-curr-from			to	h1-cf.
    move sel-curr-to			to	h1-ct.
	varying ss-g from 1 by 1
	until ss-g > oma-nbr-entries.

* 2026/oct/15 - DM
    perform ch0-print-methods		thru	ch0-99-exit.
* 2026/oct/15 - end

ca0-99-exit.
    exit.
cb0-sort-err-cds.

cg0-99-exit.
    exit.
* 2026/oct/15 - DM
ch0-print-methods.

    move "HEALTH NUMBER SWIPED VS KEYED"
					to	s1-desc.
    move 2				to	nbr-lines-to-adv.
    move s1-desc			to	print-line.
    perform xb0-write-ana-record	thru	xb0-99-exit.
    move s2-method-head-1		to	print-line.
    perform xb0-write-ana-record	thru	xb0-99-exit.
    move s2-method-head-2		to	print-line.
    perform xb0-write-ana-record	thru	xb0-99-exit.

    move 1				to	ss-method.
    move "KEYED"			to	l2-desc.
    perform ch1-print-method		thru	ch1-99-exit.

    move 2				to	ss-method.
    move "SWIPED"			to	l2-desc.
    perform ch1-print-method		thru	ch1-99-exit.

ch0-99-exit.
    exit.
ch1-print-method.

    move me-curr-claims (ss-method)	to	l2-curr-claims.
    move me-curr-rejected (ss-method)	to	l2-curr-rejected.
    move me-prior-claims (ss-method)	to	l2-prior-claims.
    move me-prior-rejected (ss-method)	to	l2-prior-rejected.
    move 0				to	l2-curr-rate
						l2-prior-rate.

    if me-curr-claims (ss-method) not = 0
    then
	compute l2-curr-rate rounded =
		me-curr-rejected (ss-method) * 100
					/ me-curr-claims (ss-method).
*   endif
    if me-prior-claims (ss-method) not = 0
    then
	compute l2-prior-rate rounded =
		me-prior-rejected (ss-method) * 100
					/ me-prior-claims (ss-method).
*   endif

    move l2-method-line			to	print-line.
    perform xb0-write-ana-record	thru	xb0-99-exit.

ch1-99-exit.
    exit.
*	(every claim header entered in either period, counted by how
*	 the health number got there and whether any line of it is
*	 on f085 - a claim d001 has not yet been scrubbed still
*	 carries the swipe parked in its reference field)
da0-entry-method-pass.

    move "N"				to	eof-claims-mstr.
    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.

    start claims-mstr key is greater than or equal to key-claims-mstr
	invalid key
	    go to da0-99-exit.

da0-10-claim-loop.

    read claims-mstr next
	at end
	    go to da0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if key-clm-key-type not = "B"
    then
	go to da0-99-exit.
*   endif

    if   key-clm-oma-cd not = zeros
     and key-clm-oma-cd not = spaces
    then
	go to da0-10-claim-loop.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    if clmhdr-date-sys not numeric
    then
	go to da0-10-claim-loop.
*   endif
    move clmhdr-date-sys		to	ws-entry-date-n.

    if   ws-entry-date-n not < sel-curr-from
     and ws-entry-date-n not > sel-curr-to
    then
	move "C"			to	ws-period
    else
	if   ws-entry-date-n not < sel-prior-from
	 and ws-entry-date-n not > sel-prior-to
	then
	    move "P"			to	ws-period
	else
	    go to da0-10-claim-loop.
*	endif
*   endif

    add 1				to	ctr-claims-in-periods.

    if   clmhdr-hc-entry-method = "S"
      or clmhdr-reference (9:1) = "S"
    then
	move 2				to	ss-method
    else
	move 1				to	ss-method.
*   endif

    perform db0-check-rejected		thru	db0-99-exit.

    if ws-period = "C"
    then
	add 1				to	me-curr-claims (ss-method)
    else
	add 1				to	me-prior-claims (ss-method).
*   endif

    if ws-claim-rejected = "Y"
    then
	if ws-period = "C"
	then
	    add 1			to	me-curr-rejected (ss-method)
	else
	    add 1			to	me-prior-rejected (ss-method).
*	endif
*   endif

    go to da0-10-claim-loop.

da0-99-exit.
    exit.
db0-check-rejected.

    move "N"				to	ws-claim-rejected.
    move clmhdr-claim-id		to	rej-claim-id.
    move low-values			to	rej-oma-cd
						rej-oma-suff.

    start rejected-claims key is greater than or equal to rej-key
	invalid key
	    go to db0-99-exit.

    read rejected-claims next
	at end
	    go to db0-99-exit.

    if rej-claim-id = clmhdr-claim-id
    then
	move "Y"			to	ws-claim-rejected.
*   endif

db0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close rejected-claims.
    close analytics-file.
* 2026/oct/15 - DM
    close claims-mstr.
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.
