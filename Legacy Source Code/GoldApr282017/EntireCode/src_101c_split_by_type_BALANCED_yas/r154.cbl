identification division.
program-id. r154.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f060 - cheque register (doctor pay ledger)
*			: f020 - doctor master
*			: f070 - department master
*			: f123 - company master
*			: f114 - doctor payee file
*			: f115 - employer health tax rate table
*			: r150_work_file - sorted doctor earnings
*			: r154 - eht return worksheet (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : ontario employer health tax annual return
*			worksheet, run for the tax year once the
*			year-end t4 chain (r150a/r150b/r150c) has
*			been run.  reads the same pay ledger r150a
*			reads (gross = pay + tax, months 1-12) and
*			totals the remuneration per employer - the
*			f123 company the doctor's department is
*			set up under, or the clinic where the
*			department has no company.  contract
*			doctors (t4a) and months paid to a doctor's
*			professional corporation are not
*			remuneration and are left out, as r150c
*			leaves them off the t4.
*			  for each employer - total remuneration,
*			  less the exemption, at the rate of the
*			  tier the total falls in (f115, maintained
*			  by m111), and for an employer over the
*			  instalment threshold the monthly
*			  instalment schedule (each month's
*			  instalment is the tax on the year's
*			  remuneration to the end of the month, over
*			  the exemption, less what is already paid).
*			  the last page reconciles the remuneration
*			  total to the t4 box 14 total on the sorted
*			  t4 work file.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f060_cheque_reg_mstr.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f070_dept_mstr.slr".
*
    copy "f123_company_mstr.slr".
*
    copy "f114_doc_payee.slr".
*
    copy "f115_eht_rate.slr".
*
	select  doc-work-mstr
	    assign to disk "r150_srt_work_mstr"
	    organization is sequential
	    file status is stat-work-in.
*
    select eht-rpt-file
	assign to printer print-file-name
	file status is status-eht-rpt.
*
data division.
file section.
*
    copy "f060_cheque_reg_mstr.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f070_dept_mstr.fd".
*
    copy "f123_company_mstr.fd".
*
    copy "f114_doc_payee.fd".
*
    copy "f115_eht_rate.fd".
*
    copy "r150_chq_doc_mstr.fd".
*
fd  eht-rpt-file
    record contains 132 characters.

01  eht-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(4)
		value "r154".
77  status-eht-rpt			pic xx	value zero.
77  stat-work-in			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-chq-reg-mstr		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-dept-mstr		pic xx	value zero.
77  status-cobol-company-mstr		pic xx	value zero.
77  status-cobol-doc-payee		pic xx	value zero.
77  status-cobol-eht-rate		pic xx	value zero.

77  eof-chq-reg-mstr			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  ws-tax-year				pic 9(4)	value zero.
77  ws-contractor			pic x	value "N".
77  corp-month				pic x	value "N".
77  ws-mth-gross			pic s9(9)v99	value zero.

*   employers - one entry per f123 company ("C") or clinic ("K")

77  ss-emp				pic 99	value zero.
77  ss-mth				pic 99	value zero.
77  ss-tier				pic 9	value zero.
77  nbr-employers			pic 99	value zero.
77  max-employers			pic 99	value 30.
77  hold-emp-type			pic x	value spaces.
77  hold-emp-nbr			pic 99	value zero.

01  employer-table.
    05  emp-entry			occurs 30 times.
	10  emp-type			pic x.
	10  emp-nbr			pic 99.
	10  emp-name			pic x(30).
	10  emp-bn			pic x(15).
	10  emp-remun			pic s9(9)v99.
	10  emp-mth-remun		pic s9(9)v99
			occurs 12 times.

*   the doctor's corporation payee periods, in start date order

01  payee-period-table.
    05  payee-period			occurs 20 times.
	10  ppt-effective-from		pic 9(8).
	10  ppt-effective-to		pic 9(8).
77  nbr-payee-periods			pic 99	value zero.
77  ss-pay				pic 99	value zero.
77  hold-ss-pay				pic 99	value zero.

*   one employer's return

77  ws-rate				pic 9v9(4)	value zero.
77  ws-taxable				pic s9(9)v99	value zero.
77  ws-eht				pic s9(9)v99	value zero.
77  ws-cum-remun			pic s9(9)v99	value zero.
77  ws-cum-taxable			pic s9(9)v99	value zero.
77  ws-cum-eht				pic s9(9)v99	value zero.
77  ws-instal-paid			pic s9(9)v99	value zero.
77  ws-instal				pic s9(9)v99	value zero.

01  ws-due-date.
    05  ws-due-yy			pic 9(4).
    05  ws-due-mm			pic 99.
    05  ws-due-dd			pic 99.

01  counters.
    05  ctr-chq-reg-reads		pic 9(7)	value zero.
    05  ctr-work-reads			pic 9(7)	value zero.

01  run-totals.
    05  tot-ledger-gross		pic s9(11)v99	value zero.
    05  tot-contractor			pic s9(11)v99	value zero.
    05  tot-corp-paid			pic s9(11)v99	value zero.
    05  tot-eht-remun			pic s9(11)v99	value zero.
    05  tot-eht				pic s9(11)v99	value zero.
    05  tot-t4-box-14			pic s9(11)v99	value zero.
    05  tot-difference			pic s9(11)v99	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-eht-head.
    05  filler				pic x(6)	value "r154".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(41)	value
		"EMPLOYER HEALTH TAX RETURN WORKSHEET FOR".
    05  h1-tax-year			pic 9(4).
    05  filler				pic x(7)	value spaces.
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  e1-employer-line.
    05  filler				pic x(10)	value
		"EMPLOYER".
    05  e1-emp-desc			pic x(8).
    05  e1-emp-nbr			pic z9.
    05  filler				pic xx		value spaces.
    05  e1-emp-name			pic x(30).
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(4)	value "BN ".
    05  e1-emp-bn			pic x(15).

01  w1-worksheet-line.
    05  filler				pic x(5)	value spaces.
    05  w1-desc				pic x(45).
    05  w1-amount			pic zzz,zzz,zz9.99-.
    05  w1-amount-r redefines w1-amount	pic x(15).

01  w2-rate-line.
    05  filler				pic x(5)	value spaces.
    05  w2-desc				pic x(45)	value
		"RATE FOR THIS TOTAL REMUNERATION".
    05  filler				pic x(8)	value spaces.
    05  w2-rate				pic 9.9999.
    05  filler				pic x		value "%".

01  s1-section-title			pic x(60)	value spaces.

01  h2-instal-head.
    05  filler				pic x(5)	value spaces.
    05  filler				pic x(8)	value "MONTH".
    05  filler				pic x(16)	value
		"   REMUNERATION".
    05  filler				pic x(16)	value
		"  YEAR TO DATE".
    05  filler				pic x(16)	value
		"   TAXABLE YTD".
    05  filler				pic x(16)	value
		"   EHT YTD".
    05  filler				pic x(16)	value
		"    INSTALMENT".
    05  filler				pic x(12)	value
		"   DUE".

01  i1-instal-line.
    05  filler				pic x(5)	value spaces.
    05  i1-month			pic z9.
    05  filler				pic x(6)	value spaces.
    05  i1-remun			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  i1-cum-remun			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  i1-cum-taxable			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  i1-cum-eht			pic zzz,zzz,zz9.99-.
    05  filler				pic x		value spaces.
    05  i1-instal			pic zzz,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  i1-due-date			pic 9999/99/99.

01  hold-column-head			pic x(132)	value spaces.

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r154".
    05  line 01 col 15 value "Employer Health Tax Return Worksheet".
    05  line 08 col 20 value "Tax Year".
    05  scr-tax-year line 08 col 40 pic 9(4) using ws-tax-year auto required.

01  scr-no-rates.
    05  line 10 col 20 value "NO EHT RATES ON FILE FOR THAT YEAR - SEE m111".

01  confirm.
    05 line 23 col 01  value " ".

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "cheque register records read".
    05  line 13 col 60  pic z(6)9 using ctr-chq-reg-reads.
    05  line 14 col 20  value "t4 work file records read".
    05  line 14 col 60  pic z(6)9 using ctr-work-reads.
    05  line 15 col 20  value "employers".
    05  line 15 col 60  pic z9 using nbr-employers.
    05  line 21 col 20	value "program r154 ending".
procedure division.
declaratives.

err-chq-file section.
    use after standard error procedure on cheque-reg-mstr.
err-chq-reg-mstr.
    move status-cobol-chq-reg-mstr	to common-status-file.
    display "error in accessing cheque register - status "
	    common-status-file.
    stop "error in accessing cheque register".

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

err-dept-file section.
    use after standard error procedure on dept-mstr.
err-dept-mstr.
    move status-cobol-dept-mstr		to common-status-file.
    display "error in accessing department master - status "
	    common-status-file.
    stop "error in accessing department master".

err-company-file section.
    use after standard error procedure on company-mstr.
err-company-mstr.
    move status-cobol-company-mstr	to common-status-file.
    display "error in accessing company master - status "
	    common-status-file.
    stop "error in accessing company master".

err-pay-file section.
    use after standard error procedure on doc-payee.
err-doc-payee.
    move status-cobol-doc-payee		to common-status-file.
    display "error in accessing doctor payee file - status "
	    common-status-file.
    stop "error in accessing doctor payee file".

err-eht-file section.
    use after standard error procedure on eht-rate.
err-eht-rate.
    move status-cobol-eht-rate		to common-status-file.
    display "error in accessing eht rate table - status "
	    common-status-file.
    stop "error in accessing eht rate table".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until eof-chq-reg-mstr = "Y".
    perform ca0-employer-return		thru ca0-99-exit
	varying ss-emp from 1 by 1
	until ss-emp > nbr-employers.
    perform da0-reconcile-to-t4		thru da0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   run-totals
					   nbr-employers.

    display scr-title.
    accept scr-tax-year.

    open input eht-rate.
    move ws-tax-year			to	eht-tax-year.
    read eht-rate
	invalid key
	    display scr-no-rates
	    display confirm
	    stop " "
	    close eht-rate
	    stop run.

    move ws-tax-year			to	h1-tax-year.
    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.

    open input cheque-reg-mstr.
    open input doc-mstr.
    open input dept-mstr.
    open input company-mstr.
    open input doc-payee.
    open output eht-rpt-file.

    move "r154"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move zero				to	chq-reg-key.
    start cheque-reg-mstr key is greater than or equal to chq-reg-key
	invalid key
	    move "Y"			to	eof-chq-reg-mstr.

aa0-99-exit.
    exit.
ab0-processing.

    read cheque-reg-mstr next
	at end
	    move "Y"			to	eof-chq-reg-mstr
	    go to ab0-99-exit.

    add 1				to	ctr-chq-reg-reads.

*	(contract doctors get a t4a - fees, not remuneration)
    move "N"				to	ws-contractor.
    move chq-reg-doc-nbr		to	doc-nbr.
    read doc-mstr
	invalid key
	    move spaces			to	doc-contractor-flag.

    if doc-contractor-flag = "C"
    then
	move "Y"			to	ws-contractor.
*   endif

    perform ba0-find-employer		thru	ba0-99-exit.
    perform bb0-load-payee-periods	thru	bb0-99-exit.

    perform bc0-add-month		thru	bc0-99-exit
	varying ss-mth from 1 by 1
	until ss-mth > 12.

ab0-99-exit.
    exit.
ba0-find-employer.

*	(the company the department is set up under, else the clinic)
    move "K"				to	hold-emp-type.
    move chq-reg-clinic-nbr-1-2		to	hold-emp-nbr.
    move spaces				to	company-name
						company-bn.

    move chq-reg-clinic-nbr-1-2		to	dept-clinic.
    move chq-reg-dept			to	dept-nbr.
    read dept-mstr
	invalid key
	    go to ba0-20-search.

    if dept-company = zero
    then
	go to ba0-20-search.
*   endif

    move dept-company			to	company-nbr.
    read company-mstr
	invalid key
	    move spaces			to	company-name
					   company-bn
	    go to ba0-20-search.

    move "C"				to	hold-emp-type.
    move dept-company			to	hold-emp-nbr.

ba0-20-search.

    move 1				to	ss-emp.

ba0-30-next.

    if ss-emp > nbr-employers
    then
	go to ba0-50-add.
*   endif

    if   emp-type (ss-emp) = hold-emp-type
     and emp-nbr (ss-emp)  = hold-emp-nbr
    then
	go to ba0-99-exit.
*   endif

    add 1				to	ss-emp.
    go to ba0-30-next.

ba0-50-add.

*	(table full - the rest goes on the last employer)
    if nbr-employers = max-employers
    then
	display "r154 - employer table full, check max-employers"
	move max-employers		to	ss-emp
	go to ba0-99-exit.
*   endif

    add 1				to	nbr-employers.
    move nbr-employers			to	ss-emp.
    move hold-emp-type			to	emp-type (ss-emp).
    move hold-emp-nbr			to	emp-nbr (ss-emp).
    move company-name			to	emp-name (ss-emp).
    move company-bn			to	emp-bn (ss-emp).
    move zero				to	emp-remun (ss-emp).
    move 1				to	ss-mth.

ba0-60-clear-month.

    move zero				to	emp-mth-remun (ss-emp, ss-mth).
    add 1				to	ss-mth.
    if ss-mth not > 12
    then
	go to ba0-60-clear-month.
*   endif

    if hold-emp-type = "K"
    then
	move "CLINIC"			to	emp-name (ss-emp).
*   endif

ba0-99-exit.
    exit.
bb0-load-payee-periods.

    move zero				to	nbr-payee-periods.
    move chq-reg-doc-nbr		to	pay-doc-nbr.
    move zero				to	pay-effective-from.

    start doc-payee key is greater than or equal to pay-key
	invalid key
	    go to bb0-99-exit.

bb0-10-read-next.

    read doc-payee next
	at end
	    go to bb0-99-exit.

    if pay-doc-nbr not = chq-reg-doc-nbr
    then
	go to bb0-99-exit.
*   endif

    add 1				to	nbr-payee-periods.
    move pay-effective-from		to	ppt-effective-from (nbr-payee-periods).
    move pay-effective-to		to	ppt-effective-to (nbr-payee-periods).

    if nbr-payee-periods < 20
    then
	go to bb0-10-read-next.
*   endif

bb0-99-exit.
    exit.
bc0-add-month.

*	(gross = pay + tax, as r150a and r150c take it)
    add chq-reg-regular-pay-this-mth (ss-mth)
	chq-reg-man-pay-this-mth     (ss-mth)
	chq-reg-regular-tax-this-mth (ss-mth)
	chq-reg-man-tax-this-mth     (ss-mth)
					giving	ws-mth-gross.

    add ws-mth-gross			to	tot-ledger-gross.

    if ws-contractor = "Y"
    then
	add ws-mth-gross		to	tot-contractor
	go to bc0-99-exit.
*   endif

    perform be0-check-corp-month	thru	be0-99-exit.
    if corp-month = "Y"
    then
	add ws-mth-gross		to	tot-corp-paid
	go to bc0-99-exit.
*   endif

    add ws-mth-gross			to	emp-mth-remun (ss-emp, ss-mth)
						emp-remun (ss-emp)
						tot-eht-remun.

bc0-99-exit.
    exit.
*   the payee period in force on the month's pay date is the latest
*   one started on or before it, unless its end date has passed
be0-check-corp-month.

    move "N"				to	corp-month.
    move zero				to	hold-ss-pay.

    if   nbr-payee-periods = zero
      or chq-reg-pay-date (ss-mth) = zero
    then
	go to be0-99-exit.
*   endif

    move 1				to	ss-pay.

be0-10-next-period.

    if ss-pay > nbr-payee-periods
    then
	go to be0-50-check-end.
*   endif

    if ppt-effective-from (ss-pay) not > chq-reg-pay-date (ss-mth)
    then
	move ss-pay			to	hold-ss-pay.
*   endif

    add 1				to	ss-pay.
    go to be0-10-next-period.

be0-50-check-end.

    if hold-ss-pay = zero
    then
	go to be0-99-exit.
*   endif

    if   ppt-effective-to (hold-ss-pay) not = zero
     and ppt-effective-to (hold-ss-pay) < chq-reg-pay-date (ss-mth)
    then
	go to be0-99-exit.
*   endif

    move "Y"				to	corp-month.

be0-99-exit.
    exit.
*------------------------------------------------------------------*
*   one employer's return worksheet and instalment schedule         *
*------------------------------------------------------------------*
ca0-employer-return.

    perform xa0-print-hdr		thru	xa0-99-exit.

    if emp-type (ss-emp) = "C"
    then
	move "COMPANY"			to	e1-emp-desc
    else
	move "CLINIC"			to	e1-emp-desc.
*   endif
    move emp-nbr (ss-emp)		to	e1-emp-nbr.
    move emp-name (ss-emp)		to	e1-emp-name.
    move emp-bn (ss-emp)		to	e1-emp-bn.
    move e1-employer-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    perform cb0-find-rate		thru	cb0-99-exit.

    compute ws-taxable = emp-remun (ss-emp) - eht-exemption.
    if ws-taxable < zero
    then
	move zero			to	ws-taxable.
*   endif
    compute ws-eht rounded = ws-taxable * ws-rate / 100.
    add ws-eht				to	tot-eht.

    move "TOTAL ONTARIO REMUNERATION"	to	w1-desc.
    move emp-remun (ss-emp)		to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LESS EXEMPTION"		to	w1-desc.
    move eht-exemption			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "TAXABLE REMUNERATION"		to	w1-desc.
    move ws-taxable			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move ws-rate			to	w2-rate.
    move w2-rate-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EMPLOYER HEALTH TAX PAYABLE"	to	w1-desc.
    move ws-eht				to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if emp-remun (ss-emp) not > eht-instal-threshold
    then
	move "MONTHLY INSTALMENTS NOT REQUIRED - UNDER"
					to	w1-desc
	move eht-instal-threshold	to	w1-amount
	move w1-worksheet-line		to	print-line
	move 3				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to ca0-99-exit.
*   endif

    move "MONTHLY INSTALMENT SCHEDULE"	to	s1-section-title.
    move h2-instal-head			to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move zero				to	ws-cum-remun
						ws-instal-paid.
    perform cc0-instalment-month	thru	cc0-99-exit
	varying ss-mth from 1 by 1
	until ss-mth > 12.

    move "INSTALMENTS"			to	w1-desc.
    move ws-instal-paid			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "BALANCE OWING ON THE RETURN"	to	w1-desc.
    compute ws-instal = ws-eht - ws-instal-paid.
    move ws-instal			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

ca0-99-exit.
    exit.
cb0-find-rate.

*	(the first tier whose limit covers the total; a zero limit
*	 is the open-ended top tier)
    move 1				to	ss-tier.

cb0-10-next-tier.

    if   eht-tier-upto (ss-tier) = zero
      or emp-remun (ss-emp) not > eht-tier-upto (ss-tier)
      or ss-tier = 6
    then
	move eht-tier-rate (ss-tier)	to	ws-rate
	go to cb0-99-exit.
*   endif

    add 1				to	ss-tier.
    go to cb0-10-next-tier.

cb0-99-exit.
    exit.
cc0-instalment-month.

    add emp-mth-remun (ss-emp, ss-mth)	to	ws-cum-remun.
    compute ws-cum-taxable = ws-cum-remun - eht-exemption.
    if ws-cum-taxable < zero
    then
	move zero			to	ws-cum-taxable.
*   endif
    compute ws-cum-eht rounded = ws-cum-taxable * ws-rate / 100.
    compute ws-instal = ws-cum-eht - ws-instal-paid.
    if ws-instal < zero
    then
	move zero			to	ws-instal.
*   endif
    add ws-instal			to	ws-instal-paid.

*	(due the 15th of the following month)
    move ws-tax-year			to	ws-due-yy.
    compute ws-due-mm = ss-mth + 1.
    move 15				to	ws-due-dd.
    if ss-mth = 12
    then
	add 1				to	ws-due-yy
	move 1				to	ws-due-mm.
*   endif

    move ss-mth				to	i1-month.
    move emp-mth-remun (ss-emp, ss-mth)	to	i1-remun.
    move ws-cum-remun			to	i1-cum-remun.
    move ws-cum-taxable			to	i1-cum-taxable.
    move ws-cum-eht			to	i1-cum-eht.
    move ws-instal			to	i1-instal.
    move ws-due-date			to	i1-due-date.
    move i1-instal-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cc0-99-exit.
    exit.
*------------------------------------------------------------------*
*   reconcile the eht remuneration to the t4 box 14 total           *
*------------------------------------------------------------------*
da0-reconcile-to-t4.

    open input doc-work-mstr.
    if stat-work-in not = "00"
    then
	go to da0-50-print.
*   endif

da0-10-read-work.

    read doc-work-mstr
	at end
	    move "Y"			to	eof-work-file
	    go to da0-40-close.

    add 1				to	ctr-work-reads.

*	(the t4 side only - r150c skips "C" (t4a) and "P" (corporation))
    if   wk-contractor = "C"
      or wk-contractor = "P"
    then
	go to da0-10-read-work.
*   endif

    add wk-doc-earnings
	wk-doc-tax-ded			to	tot-t4-box-14.
    go to da0-10-read-work.

da0-40-close.

    close doc-work-mstr.

da0-50-print.

    perform xa0-print-hdr		thru	xa0-99-exit.

    move "RECONCILIATION TO THE T4 SUMMARY"
					to	s1-section-title.
    move spaces				to	print-line.
    perform xc0-start-section		thru	xc0-99-exit.

    move "PAY LEDGER GROSS (PAY + TAX)"	to	w1-desc.
    move tot-ledger-gross		to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LESS CONTRACT DOCTORS (T4A)"	to	w1-desc.
    move tot-contractor			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "LESS PAID TO PROFESSIONAL CORPORATIONS"
					to	w1-desc.
    move tot-corp-paid			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EHT REMUNERATION - ALL EMPLOYERS"
					to	w1-desc.
    move tot-eht-remun			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move "EMPLOYER HEALTH TAX - ALL EMPLOYERS"
					to	w1-desc.
    move tot-eht			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if stat-work-in not = "00"
    then
	move "T4 WORK FILE NOT AVAILABLE - RUN r150a/r150b"
					to	w1-desc
	move spaces			to	w1-amount-r
	move w1-worksheet-line		to	print-line
	move 3				to	nbr-lines-to-adv
	perform xb0-write-rpt-record	thru	xb0-99-exit
	go to da0-99-exit.
*   endif

    move "T4 SUMMARY BOX 14 EMPLOYMENT INCOME"
					to	w1-desc.
    move tot-t4-box-14			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 3				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    compute tot-difference = tot-eht-remun - tot-t4-box-14.
    move "DIFFERENCE"			to	w1-desc.
    move tot-difference			to	w1-amount.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    if tot-difference = zero
    then
	move "EHT REMUNERATION AGREES TO THE T4 SUMMARY"
					to	w1-desc
    else
	move "** EHT REMUNERATION DOES NOT AGREE TO THE T4 **"
					to	w1-desc.
*   endif
    move spaces				to	w1-amount-r.
    move w1-worksheet-line		to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

da0-99-exit.
    exit.
az0-end-of-job.

    move "r154"				to	elp-pgm.
    move "END"				to	elp-type.
    move nbr-employers			to	elp-count.
    move "EHT RETURN EMPLOYERS"		to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close cheque-reg-mstr.
    close doc-mstr.
    close dept-mstr.
    close company-mstr.
    close doc-payee.
    close eht-rate.
    close eht-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write eht-rpt-record		from	h1-eht-head after advancing page.
    move 2				to	nbr-lines-to-adv.
    move 1				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if   page-nbr = zero
      or nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write eht-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
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

    copy "y2k_default_sysdate_century.rtn".
