identification division.
program-id. r151d.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: r150_work_file - sorted doctor earnings
*			: f114 - doctor payee file
*			: r151d - corporate payment summary (printer)
*
*   program purpose : corporate payment summary - the leg of the
*			year-end chain beside r150c (t4) and r151c
*			(t4a).  reads the same sorted work file
*			r150b produces, selects the records r150a
*			flagged "P" (months paid while the doctor's
*			professional corporation payee period was in
*			force), totals multiple clinic records per
*			doctor, and lists each doctor's corporation,
*			business number, gross paid, tax withheld
*			and net paid, with run totals.  nothing here
*			goes on a t4 or t4a.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
	select  doc-work-mstr
	    assign to disk "r150_srt_work_mstr"
	    organization is sequential
	    file status is stat-work-in.
*
    copy "f114_doc_payee.slr".
*
    select summary-file
	assign to printer print-summary-name
	file status is status-summary-rpt.
*
data division.
file section.
*
    copy "r150_chq_doc_mstr.fd".
*
    copy "f114_doc_payee.fd".
*
fd  summary-file
    record contains 132 characters.

01  summary-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-summary-name			pic x(5)
		value "r151d".
77  status-summary-rpt			pic xx	value zero.
77  stat-work-in			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-payee		pic xx	value zero.

77  flag-work-file			pic x	value "N".
    88  eof-wk-file				value "Y".

77  ws-tax-year				pic 9(4)	value zero.
77  ws-year-end				pic 9(8)	value zero.
77  hold-payee-from			pic 9(8)	value zero.
77  ctr-lines				pic 99		value 99.
77  max-lines-per-page			pic 99		value 58.
77  ctr-page				pic 9(4)	value zero.

01  hold-area.
    05  hold-doc-nbr			pic x(3)	value spaces.
    05  hold-doc-name			pic x(25)	value spaces.
    05  hold-earnings			pic s9(8)v99	value zero.
    05  hold-tax			pic s9(8)v99	value zero.

01  run-totals.
    05  tot-doctors			pic 9(5)	value zero.
    05  tot-gross			pic s9(11)v99	comp-3	value zero.
    05  tot-tax				pic s9(11)v99	comp-3	value zero.
    05  tot-net				pic s9(11)v99	comp-3	value zero.

01  counters.
    05  ctr-wk-file-reads		pic 9(7)	value zero.
    05  ctr-corp-recs			pic 9(7)	value zero.

01  h1-head.
    05  filler				pic x(6)	value "r151d".
    05  filler				pic x(20)	value spaces.
    05  filler				pic x(35)	value
		"CORPORATE PAYMENT SUMMARY".
    05  filler				pic x(9)	value "TAX YEAR ".
    05  h1-tax-year			pic 9(4).
    05  filler				pic x(10)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page				pic zzz9.

01  h2-head.
    05  filler				pic x(30)	value
		"DOC DOCTOR".
    05  filler				pic x(42)	value
		"PAID TO CORPORATION".
    05  filler				pic x(16)	value
		"BUSINESS NBR".
    05  filler				pic x(15)	value
		"    GROSS PAID".
    05  filler				pic x(15)	value
		"  TAX WITHHELD".
    05  filler				pic x(14)	value
		"      NET PAID".

01  d1-detail-line.
    05  d1-doc-nbr			pic x(3).
    05  filler				pic x		value spaces.
    05  d1-doc-name			pic x(25).
    05  filler				pic x		value spaces.
    05  d1-corp-name			pic x(40).
    05  filler				pic xx		value spaces.
    05  d1-business-nbr			pic x(15).
    05  filler				pic x		value spaces.
    05  d1-gross			pic zz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  d1-tax				pic zz,zzz,zz9.99-.
    05  d1-net				pic zz,zzz,zz9.99-.

01  t1-total-line.
    05  filler				pic x(16)	value
		"DOCTORS".
    05  t1-doctors			pic zzzz9.
    05  filler				pic x(66)	value spaces.
    05  t1-gross			pic zzz,zzz,zz9.99-.
    05  t1-tax				pic zzz,zzz,zz9.99-.
    05  t1-net				pic zzz,zzz,zz9.99-.

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r151d".
    05  line 01 col 15 value "Corporate Payment Summary".
    05  line 08 col 20 value "Tax Year".
    05  scr-tax-year line 08 col 40 pic 9(4) using ws-tax-year auto required.

01  confirm.
    05 line 23 col 01  value " ".

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "work file records read".
    05  line 13 col 60  pic z(6)9 using ctr-wk-file-reads.
    05  line 14 col 20  value "corporation-paid records".
    05  line 14 col 60  pic z(6)9 using ctr-corp-recs.
    05  line 15 col 20  value "doctors listed".
    05  line 15 col 60  pic zzzz9 using tot-doctors.
    05  line 21 col 20	value "program r151d ending".
procedure division.
declaratives.

err-pay-file section.
    use after standard error procedure on doc-payee.
err-doc-payee.
    move status-cobol-doc-payee		to common-status-file.
    display "error in accessing doctor payee file - status "
	    common-status-file.
    stop "error in accessing doctor payee file".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-wk-file.
    perform ca0-final-doctor		thru ca0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   tot-doctors
					   tot-gross
					   tot-tax
					   tot-net.

    display scr-title.
    accept scr-tax-year.

    compute ws-year-end = ws-tax-year * 10000 + 1231.
    move ws-tax-year			to	h1-tax-year.

    open input doc-work-mstr.
    open input doc-payee.
    open output summary-file.

aa0-99-exit.
    exit.
ab0-processing.

    read doc-work-mstr
	at end
	    move "Y"			to	flag-work-file
	    go to ab0-99-exit.

    add 1				to	ctr-wk-file-reads.

*	(corporation-paid side only - t4 is r150c's, t4a r151c's)
    if wk-contractor not = "P"
    then
	go to ab0-99-exit.
*   endif

    add 1				to	ctr-corp-recs.

    if wk-doc-nbr = hold-doc-nbr
    then
	add wk-doc-earnings		to	hold-earnings
	add wk-doc-tax-ded		to	hold-tax
	go to ab0-99-exit.
*   endif

*	(doctor break)
    perform ca0-final-doctor		thru	ca0-99-exit.

    move wk-doc-nbr			to	hold-doc-nbr.
    move wk-doc-name			to	hold-doc-name.
    move wk-doc-earnings		to	hold-earnings.
    move wk-doc-tax-ded			to	hold-tax.

ab0-99-exit.
    exit.
ca0-final-doctor.

    if hold-doc-nbr = spaces
    then
	go to ca0-99-exit.
*   endif

    perform cb0-find-payee		thru	cb0-99-exit.
    perform cc0-print-doctor		thru	cc0-99-exit.

    add 1				to	tot-doctors.
    add hold-tax			to	tot-tax.
    add hold-earnings			to	tot-net.
    add hold-earnings hold-tax		to	tot-gross.

    move spaces				to	hold-doc-nbr.
    move zero				to	hold-earnings
						hold-tax.

ca0-99-exit.
    exit.
*	(the corporation paid last in the tax year - the latest
*	 payee period started on or before december 31)
cb0-find-payee.

    move zero				to	hold-payee-from.
    move spaces				to	d1-corp-name
						d1-business-nbr.
    move hold-doc-nbr			to	pay-doc-nbr.
    move zero				to	pay-effective-from.

    start doc-payee key is greater than or equal to pay-key
	invalid key
	    go to cb0-50-read-payee.

cb0-10-read-next.

    read doc-payee next
	at end
	    go to cb0-50-read-payee.

    if   pay-doc-nbr not = hold-doc-nbr
      or pay-effective-from > ws-year-end
    then
	go to cb0-50-read-payee.
*   endif

    move pay-effective-from		to	hold-payee-from.
    go to cb0-10-read-next.

cb0-50-read-payee.

    if hold-payee-from = zero
    then
	move "** NO PAYEE PERIOD ON FILE **"
					to	d1-corp-name
	go to cb0-99-exit.
*   endif

    move hold-doc-nbr			to	pay-doc-nbr.
    move hold-payee-from		to	pay-effective-from.
    read doc-payee
	invalid key
	    move "** NO PAYEE PERIOD ON FILE **"
					to	d1-corp-name
	    go to cb0-99-exit.

    move pay-corp-name			to	d1-corp-name.
    move pay-business-nbr		to	d1-business-nbr.

cb0-99-exit.
    exit.
cc0-print-doctor.

    if ctr-lines > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    move hold-doc-nbr			to	d1-doc-nbr.
    move hold-doc-name			to	d1-doc-name.
    add hold-earnings hold-tax		giving	d1-gross.
    move hold-tax			to	d1-tax.
    move hold-earnings			to	d1-net.
    write summary-record		from	d1-detail-line after advancing 1 line.
    add 1				to	ctr-lines.

cc0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	ctr-page.
    move ctr-page			to	h1-page.
    write summary-record		from	h1-head after advancing page.
    write summary-record		from	h2-head after advancing 2 lines.
    move spaces				to	summary-record.
    write summary-record		after advancing 1 line.
    move 4				to	ctr-lines.

xa0-99-exit.
    exit.
az0-end-of-job.

    if ctr-page = zero
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    move tot-doctors			to	t1-doctors.
    move tot-gross			to	t1-gross.
    move tot-tax			to	t1-tax.
    move tot-net			to	t1-net.
    write summary-record		from	t1-total-line after advancing 2 lines.

    close doc-work-mstr.
    close doc-payee.
    close summary-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
