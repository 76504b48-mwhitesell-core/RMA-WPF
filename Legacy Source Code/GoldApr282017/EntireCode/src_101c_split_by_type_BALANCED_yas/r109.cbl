identification division.
program-id. r109.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f142 - returned mail register
*			: f143 - bad-address worklist
*			: f002 - claims master
*			: f072 - client master
*			: rr109 - bad addresses (printer)
*
*   program purpose : monthly bad-address report.  part one lists
*			every addressee still marked undeliverable on
*			the f142 returned mail register - who, when
*			it came back, which mailing, how many times -
*			with the dollars standing behind the bad
*			address: for a patient the open balance on
*			the patient's direct-bill claims, for a
*			client the f072 open balance u070 rebuilds.
*			part two is the month's f143 worklist, the
*			mail u035a, u037, u039, u063 and u155 held
*			back, so the office can chase the new
*			addresses.  the month is keyed; it defaults
*			to the run month.
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
    copy "f002_claims_mstr.slr".
*
    copy "f072_client_mstr.slr".
*
    select bad-addr-rpt-file
	assign to printer print-file-name
	file status is status-bad-addr-rpt.
*
data division.
file section.
*
    copy "f142_returned_mail.fd".
*
    copy "f143_bad_addr_worklist.fd".
*
    copy "f002_claims_mstr.fd".
*
    copy "f072_client_mstr.fd".
*
fd  bad-addr-rpt-file
    record contains 132 characters.

01  bad-addr-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr109".
77  status-bad-addr-rpt			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-returned-mail		pic xx	value zero.
77  status-bad-addr-work		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.
77  status-cobol-client-mstr		pic xx	value zero.

77  eof-returned-mail			pic x	value "N".
77  eof-bad-addr-work			pic x	value "N".
77  eof-claim-path			pic x	value "N".

77  ws-continue				pic x	value spaces.
01  sel-month				pic 9(6)	value zero.
01  sel-month-r redefines sel-month.
    05  sel-month-yy			pic 9(4).
    05  sel-month-mm			pic 99.

*	(which part is printing - the page heading follows it)
77  ws-part				pic 9	value 1.

77  ws-claim-balance			pic s9(7)v99	value zero.
77  ws-addressee-dollars		pic s9(9)v99	value zero.

    copy "def_agents.ws".

01  counters.
    05  ctr-reg-reads			pic 9(7)	value zero.
    05  ctr-claims-mstr-reads		pic 9(7)	value zero.
    05  ctr-work-reads			pic 9(7)	value zero.
    05  ctr-pat-open			pic 9(7)	value zero.
    05  ctr-client-open			pic 9(7)	value zero.
    05  ctr-held-this-month		pic 9(7)	value zero.

01  totals.
    05  tot-pat-dollars			pic s9(11)v99	comp-3	value zero.
    05  tot-client-dollars		pic s9(11)v99	comp-3	value zero.
    05  tot-held-dollars		pic s9(11)v99	comp-3	value zero.

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r109".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"BAD ADDRESSES - RETURNED MAIL".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-open-head.
    05  filler				pic x(50)	value
		"PART 1 - ADDRESSES MARKED UNDELIVERABLE".

01  h3-open-col-head.
    05  filler				pic x(19)	value "   ADDRESSEE".
    05  filler				pic x(32)	value "NAME".
    05  filler				pic x(12)	value "RETURNED".
    05  filler				pic x(5)	value "MAIL".
    05  filler				pic x(8)	value "RETURNS".
    05  filler				pic x(32)	value "ADDRESS IT WENT TO".
    05  filler				pic x(16)	value "   DOLLARS HELD".

01  h2-work-head.
    05  filler				pic x(26)	value
		"PART 2 - MAIL HELD BACK IN".
    05  h2-work-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h2-work-mm			pic 99.

01  h3-work-col-head.
    05  filler				pic x(12)	value "RUN DATE".
    05  filler				pic x(7)	value "PGM".
    05  filler				pic x(5)	value "MAIL".
    05  filler				pic x(19)	value "ADDRESSEE".
    05  filler				pic x(32)	value "NAME".
    05  filler				pic x(13)	value "CLAIM".
    05  filler				pic x(12)	value "RETURNED".
    05  filler				pic x(14)	value "     AMOUNT".

01  l1-open-line.
    05  l1-type				pic x.
    05  filler				pic x		value space.
    05  l1-key				pic x(16).
    05  filler				pic x		value space.
    05  l1-name				pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-returned-date		pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l1-mailing			pic x.
    05  filler				pic x(4)	value spaces.
    05  l1-returns			pic zz9.
    05  filler				pic x(5)	value spaces.
    05  l1-addr				pic x(30).
    05  filler				pic xx		value spaces.
    05  l1-dollars			pic zz,zzz,zz9.99-.

01  l2-work-line.
    05  l2-run-date			pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l2-pgm				pic x(5).
    05  filler				pic xx		value spaces.
    05  l2-mailing			pic x.
    05  filler				pic x(4)	value spaces.
    05  l2-type				pic x.
    05  filler				pic x		value space.
    05  l2-key				pic x(16).
    05  filler				pic x		value space.
    05  l2-name				pic x(30).
    05  filler				pic xx		value spaces.
    05  l2-ref				pic x(11).
    05  filler				pic xx		value spaces.
    05  l2-returned-date		pic 9999/99/99.
    05  filler				pic xx		value spaces.
    05  l2-amount			pic z,zzz,zz9.99-.

01  t1-total-line.
    05  t1-desc				pic x(30).
    05  t1-count			pic zzz,zz9.
    05  filler				pic x(5)	value spaces.
    05  t1-dollars			pic zz,zzz,zzz,zz9.99-.

01  l3-none-line.
    05  filler				pic x(10)	value spaces.
    05  l3-none-text			pic x(50).

    copy "f002_claims_mstr_rec1_2.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r109".
    05  line 01 col 15 value "Bad Address Report".
    05  line 08 col 20 value "Worklist month (YYYYMM)".
    05  scr-month line 08 col 48 pic 9(6) using sel-month auto required.

01  scr-continue-or-not.
    05  line 10 col 20 value "Continue (Y/N)".
    05  scr-continue line 10 col 49 pic x using ws-continue auto required.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "patients marked undeliverable".
    05  line 12 col 60  pic z(6)9 using ctr-pat-open.
    05  line 13 col 20  value "clients marked undeliverable".
    05  line 13 col 60  pic z(6)9 using ctr-client-open.
    05  line 14 col 20  value "mail held back this month".
    05  line 14 col 60  pic z(6)9 using ctr-held-this-month.
    05  line 21 col 20	value "program r109 ending".

01  confirm.
    05 line 23 col 01  value " ".

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
err-client.
    move status-cobol-client-mstr	to common-status-file.
    display "error in accessing client master - status "
	    common-status-file.
    stop "error in accessing client master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ba0-open-addresses		thru ba0-99-exit
	until eof-returned-mail = "Y".
    perform bc0-open-totals		thru bc0-99-exit.
    perform ca0-held-mail		thru ca0-99-exit
	until eof-bad-addr-work = "Y".
    perform cb0-held-totals		thru cb0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move sys-yy				to	sel-month-yy.
    move sys-mm				to	sel-month-mm.

aa0-10-enter-month.

    display scr-title.
    accept scr-month.

    if   sel-month-mm < 01
      or sel-month-mm > 12
    then
	go to aa0-10-enter-month.
*   endif

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

    open input claims-mstr.
    open input client-mstr.
    open output bad-addr-rpt-file.

*	(no register or no worklist yet - that part prints empty)
    open input returned-mail.
    if status-cobol-returned-mail not = "00"
    then
	move "Y"			to	eof-returned-mail.
*   endif

    open input bad-addr-work.
    if status-bad-addr-work not = "00"
    then
	move "Y"			to	eof-bad-addr-work.
*   endif

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move sel-month-yy			to	h2-work-yy.
    move sel-month-mm			to	h2-work-mm.

    move 1				to	ws-part.
    perform xa0-print-hdr		thru	xa0-99-exit.

aa0-99-exit.
    exit.
ba0-open-addresses.

    read returned-mail next
	at end
	    move "Y"			to	eof-returned-mail
	    go to ba0-99-exit.

    add 1				to	ctr-reg-reads.

    if not rm-undeliverable
    then
	go to ba0-99-exit.
*   endif

    move zero				to	ws-addressee-dollars.

    if rm-client
    then
	move rm-addressee-key		to	client-id of client-mstr-rec
	read client-mstr
	    invalid key
		go to ba0-50-print.
*   endif

    if rm-client
    then
	move client-open-balance	to	ws-addressee-dollars
    else
	perform bb0-patient-balance	thru	bb0-99-exit.
*   endif

ba0-50-print.

    move rm-addressee-type		to	l1-type.
    move rm-addressee-key		to	l1-key.
    move rm-name			to	l1-name.
    move rm-returned-date		to	l1-returned-date.
    move rm-mailing			to	l1-mailing.
    move rm-times-returned		to	l1-returns.
    move rm-addr-line-1			to	l1-addr.
    move ws-addressee-dollars		to	l1-dollars.
    move l1-open-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if rm-client
    then
	add 1				to	ctr-client-open
	add ws-addressee-dollars	to	tot-client-dollars
    else
	add 1				to	ctr-pat-open
	add ws-addressee-dollars	to	tot-pat-dollars.
*   endif

ba0-99-exit.
    exit.
bb0-patient-balance.

*	(down the patient's "P" path - the open balance on the
*	 direct-bill claims, what the held mail would be chasing)
    move "N"				to	eof-claim-path.

    move spaces				to	clmdtl-p-claims-mstr
					     of claims-mstr-rec.
    move "P"				to	clmdtl-p-claims-mstr
					     of claims-mstr-rec (1:1).
    move rm-addressee-key		to	clmdtl-p-claims-mstr
					     of claims-mstr-rec (2:16).

    start claims-mstr key is greater than or equal to
					clmdtl-p-claims-mstr
	invalid key
	    go to bb0-99-exit.

bb0-10-claim-loop.

    read claims-mstr next
	at end
	    go to bb0-99-exit.

    add 1				to	ctr-claims-mstr-reads.

    if   clmdtl-p-key-type of claims-mstr-rec not = "P"
      or clmdtl-p-data of claims-mstr-rec (1:16) not = rm-addressee-key
    then
	go to bb0-99-exit.
*   endif

    move claims-mstr-rec		to	claim-header-rec.

    move clmhdr-agent-cd		to	def-agent-code.
    if not def-agent-bill-direct
    then
	go to bb0-10-claim-loop.
*   endif

    add clmhdr-tot-claim-ar-oma, clmhdr-tot-claim-ar-ohip
					giving	ws-claim-balance.
    subtract clmhdr-manual-and-tape-paymnts
					from	ws-claim-balance.

    if ws-claim-balance > zero
    then
	add ws-claim-balance		to	ws-addressee-dollars.
*   endif

    go to bb0-10-claim-loop.

bb0-99-exit.
    exit.
bc0-open-totals.

    if   ctr-pat-open = zero
     and ctr-client-open = zero
    then
	move "*** NO ADDRESSES MARKED UNDELIVERABLE ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move "PATIENTS"			to	t1-desc.
    move ctr-pat-open			to	t1-count.
    move tot-pat-dollars		to	t1-dollars.
    move 2				to	nbr-lines-to-adv.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "CLIENTS"			to	t1-desc.
    move ctr-client-open		to	t1-count.
    move tot-client-dollars		to	t1-dollars.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "TOTAL BEHIND BAD ADDRESSES"	to	t1-desc.
    add ctr-pat-open, ctr-client-open	giving	t1-count.
    add tot-pat-dollars, tot-client-dollars
					giving	t1-dollars.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(part two on a fresh page)
    move 2				to	ws-part.
    perform xa0-print-hdr		thru	xa0-99-exit.

bc0-99-exit.
    exit.
ca0-held-mail.

    read bad-addr-work
	at end
	    move "Y"			to	eof-bad-addr-work
	    go to ca0-99-exit.

    add 1				to	ctr-work-reads.

    if bw-run-date (1:6) not = sel-month
    then
	go to ca0-99-exit.
*   endif

    move bw-run-date			to	l2-run-date.
    move bw-pgm				to	l2-pgm.
    move bw-mailing			to	l2-mailing.
    move bw-addressee-type		to	l2-type.
    move bw-addressee-key		to	l2-key.
    move bw-name			to	l2-name.
    move bw-ref				to	l2-ref.
    move bw-returned-date		to	l2-returned-date.
    move bw-amount			to	l2-amount.
    move l2-work-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    add 1				to	ctr-held-this-month.
    add bw-amount			to	tot-held-dollars.

ca0-99-exit.
    exit.
cb0-held-totals.

    if ctr-held-this-month = zero
    then
	move "*** NO MAIL HELD BACK THIS MONTH ***"
					to	l3-none-text
	move l3-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

    move "MAIL HELD BACK"		to	t1-desc.
    move ctr-held-this-month		to	t1-count.
    move tot-held-dollars		to	t1-dollars.
    move 2				to	nbr-lines-to-adv.
    move t1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cb0-99-exit.
    exit.
az0-end-of-job.

    close claims-mstr.
    close client-mstr.
    close bad-addr-rpt-file.
    if status-cobol-returned-mail = "00"
    then
	close returned-mail.
*   endif
    if status-bad-addr-work = "00"
    then
	close bad-addr-work.
*   endif

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write bad-addr-rpt-record		from	h1-rpt-head after advancing page.
    if ws-part = 1
    then
	write bad-addr-rpt-record	from	h2-open-head after advancing 2 lines
	write bad-addr-rpt-record	from	h3-open-col-head after advancing 2 lines
    else
	write bad-addr-rpt-record	from	h2-work-head after advancing 2 lines
	write bad-addr-rpt-record	from	h3-work-col-head after advancing 2 lines.
*   endif
    move 2				to	nbr-lines-to-adv.
    move 5				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write bad-addr-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
