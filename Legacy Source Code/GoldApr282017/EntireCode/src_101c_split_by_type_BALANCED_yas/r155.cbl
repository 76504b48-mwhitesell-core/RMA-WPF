identification division.
program-id. r155.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f060 - cheque register (doctor pay ledger)
*			: f154 - pay issue history
*			: r150_srt_work_mstr - sorted doctor earnings
*				  (the t4/t4a slip basis)
*			: f020 - doctor master
*			: f070 - department master
*			: f123 - company master
*			: r155-work-file - statement, issue and slip
*				  records, by doctor
*			: rr155 - year-end earnings reconciliation
*				  (printer)
*			: f064 - central event log (via eventlog)
*
*   program purpose : year-end earnings reconciliation, run for the
*			tax year once r150a/r150b have built the
*			sorted earnings file and before r150c and
*			r151c print the slips.  for each doctor three
*			sets of figures are set side by side -
*			  the statements: months 1-12 of the f060 pay
*			  ledger as the statements of earnings show
*			  them (earnings = pay due, the tax deducted,
*			  the bank deposit and the manual cheques);
*			  the cash issued: the f154 pay issue history
*			  for pay dates in the year - the doctor's
*			  line on the r123a deposit cheques, the net
*			  eft deposits from r153b and the f113 ledger
*			  deductions r153b took off them;
*			  the slips: t4 box 14 and box 22, t4a box
*			  048 (no tax box), and the months paid to a
*			  professional corporation (no slip).
*			three differences are worked - statement
*			earnings less slip income, statement tax less
*			slip tax, statement deposits less cash issued
*			(cheques, eft net and ledger deductions; the
*			manual cheques are on the statements only and
*			are shown but not reconciled).  a doctor with
*			any difference over the tolerance is listed
*			(or every doctor, when asked), and grand
*			totals are printed by employer - the f123
*			company the doctor's department is set up
*			under, or the clinic where there is none, as
*			r154 takes it - and for all employers.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f060_cheque_reg_mstr.slr".
*
    copy "f154_pay_issue_hist.slr".
*
    copy "f020_doctor_mstr.slr".
*
    copy "f070_dept_mstr.slr".
*
    copy "f123_company_mstr.slr".
*
	select  doc-work-mstr
	    assign to disk "r150_srt_work_mstr"
	    organization is sequential
	    file status is stat-work-in.
*
    select r155-work-file
	assign to "r155_work_file"
	organization is sequential.
*
    select recon-rpt-file
	assign to printer print-file-name
	file status is status-recon-rpt.
*
data division.
file section.
*
    copy "f060_cheque_reg_mstr.fd".
*
    copy "f154_pay_issue_hist.fd".
*
    copy "f020_doctor_mstr.fd".
*
    copy "f070_dept_mstr.fd".
*
    copy "f123_company_mstr.fd".
*
    copy "r150_chq_doc_mstr.fd".
*
sd  r155-work-file
    record contains 80 characters.

01  work-file-rec.
    05  wf-doc-nbr			pic x(3).
    05  wf-source			pic x.
	88  wf-statement			value "1".
	88  wf-issued				value "2".
	88  wf-slip				value "3".
    05  wf-emp-type			pic x.
    05  wf-emp-nbr			pic 99.
*	(statement: pay due, tax, bank deposit, manual cheques
*	 issued:    cheques, eft net, ledger deductions
*	 slip:      wk-doc-earnings, wk-doc-tax-ded)
    05  wf-amt				pic s9(9)v99
			occurs 4 times.
    05  wf-slip-type			pic x.
    05  filler				pic x(28).
*
fd  recon-rpt-file
    record contains 132 characters.

01  recon-rpt-record			pic x(132).

working-storage section.

77  err-ind				pic 99	value zero.
77  print-file-name			pic x(5)
		value "rr155".
77  status-recon-rpt			pic xx	value zero.
77  stat-work-in			pic xx	value zero.

77  common-status-file			pic x(2).
77  status-cobol-chq-reg-mstr		pic xx	value zero.
77  status-cobol-pay-issue-hist		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-dept-mstr		pic xx	value zero.
77  status-cobol-company-mstr		pic xx	value zero.

77  eof-chq-reg-mstr			pic x	value "N".
77  eof-pay-issue-hist			pic x	value "N".
77  eof-doc-work			pic x	value "N".
77  eof-work-file			pic x	value "N".
77  ws-continue				pic x	value spaces.
77  ws-exception			pic x	value "N".
77  ss-mth				pic 99	value zero.
77  ss-amt				pic 99	value zero.
77  ss-emp				pic 99	value zero.

*   the selection

77  ws-tax-year				pic 9(4)	value zero.
77  ws-tolerance			pic 9(5)v99	value zero.
77  ws-list-option			pic x		value "E".

*   one f060 record's months 1-12

77  ws-stmt-earn			pic s9(9)v99	value zero.
77  ws-stmt-tax				pic s9(9)v99	value zero.
77  ws-stmt-deposit			pic s9(9)v99	value zero.
77  ws-stmt-manual			pic s9(9)v99	value zero.

01  ws-pay-date				pic 9(8)	value zero.
01  ws-pay-date-r redefines ws-pay-date.
    05  ws-pay-yy			pic 9(4).
    05  ws-pay-mmdd			pic 9(4).

77  ws-abs-diff				pic s9(11)v99	value zero.

*   the doctor being reconciled

77  hold-doc-nbr			pic x(3)	value spaces.
77  hold-emp-type			pic x		value spaces.
77  hold-emp-nbr			pic 99		value zero.
77  nbr-t4-recs				pic 99		value zero.
77  nbr-t4a-recs			pic 99		value zero.
77  nbr-corp-recs			pic 99		value zero.

01  doc-totals.
    05  dt-stmt-earn			pic s9(11)v99.
    05  dt-stmt-tax			pic s9(11)v99.
    05  dt-stmt-deposit			pic s9(11)v99.
    05  dt-stmt-manual			pic s9(11)v99.
    05  dt-cheques			pic s9(11)v99.
    05  dt-eft-net			pic s9(11)v99.
    05  dt-ledger-ded			pic s9(11)v99.
    05  dt-t4-box-14			pic s9(11)v99.
    05  dt-t4-box-22			pic s9(11)v99.
    05  dt-t4a-box-048			pic s9(11)v99.
    05  dt-corp-gross			pic s9(11)v99.
    05  dt-corp-tax			pic s9(11)v99.
    05  dt-earn-diff			pic s9(11)v99.
    05  dt-tax-diff			pic s9(11)v99.
    05  dt-cash-diff			pic s9(11)v99.
01  doc-totals-r redefines doc-totals.
    05  dt-amt				pic s9(11)v99
			occurs 15 times.

77  dt-slip-income			pic s9(11)v99	value zero.
77  dt-slip-tax				pic s9(11)v99	value zero.
77  dt-issued				pic s9(11)v99	value zero.
77  dt-earn-over			pic x		value "N".
77  dt-cash-over			pic x		value "N".

*   employers - one entry per f123 company ("C") or clinic ("K"),
*   the amounts in the order of the doctor's totals above

77  nbr-employers			pic 99	value zero.
77  max-employers			pic 99	value 30.

01  employer-table.
    05  emp-entry			occurs 30 times.
	10  emp-type			pic x.
	10  emp-nbr			pic 99.
	10  emp-name			pic x(30).
	10  emp-totals.
	    15  et-doctors		pic 9(5).
	    15  et-exceptions		pic 9(5).
	    15  et-amt			pic s9(11)v99
			occurs 15 times.

01  all-totals.
    05  at-doctors			pic 9(5).
    05  at-exceptions			pic 9(5).
    05  at-amt				pic s9(11)v99
			occurs 15 times.

01  print-totals.
    05  pt-doctors			pic 9(5).
    05  pt-exceptions			pic 9(5).
    05  pt-amt				pic s9(11)v99
			occurs 15 times.

01  amt-labels.
    05  filler				pic x(45)	value
		"STATEMENT EARNINGS (PAY DUE)".
    05  filler				pic x(45)	value
		"STATEMENT TAX DEDUCTED".
    05  filler				pic x(45)	value
		"STATEMENT BANK DEPOSITS".
    05  filler				pic x(45)	value
		"STATEMENT MANUAL CHEQUES (NOT RECONCILED)".
    05  filler				pic x(45)	value
		"DEPOSIT CHEQUES ISSUED".
    05  filler				pic x(45)	value
		"EFT DEPOSITED, NET OF LEDGER DEDUCTIONS".
    05  filler				pic x(45)	value
		"LEDGER DEDUCTIONS TAKEN OFF EFT".
    05  filler				pic x(45)	value
		"T4 BOX 14 EMPLOYMENT INCOME".
    05  filler				pic x(45)	value
		"T4 BOX 22 INCOME TAX DEDUCTED".
    05  filler				pic x(45)	value
		"T4A BOX 048 FEES FOR SERVICES".
    05  filler				pic x(45)	value
		"PAID TO CORPORATIONS (NO SLIP) - GROSS".
    05  filler				pic x(45)	value
		"PAID TO CORPORATIONS (NO SLIP) - TAX".
    05  filler				pic x(45)	value
		"EARNINGS DIFFERENCE (STATEMENT - SLIPS)".
    05  filler				pic x(45)	value
		"TAX DIFFERENCE (STATEMENT - SLIPS)".
    05  filler				pic x(45)	value
		"CASH DIFFERENCE (DEPOSITS - ISSUED)".
01  amt-labels-r redefines amt-labels.
    05  amt-label			pic x(45)
			occurs 15 times.

01  counters.
    05  ctr-chq-reg-reads		pic 9(7)	value zero.
    05  ctr-pay-issue-reads		pic 9(7)	value zero.
    05  ctr-work-reads			pic 9(7)	value zero.
    05  ctr-doctors			pic 9(7)	value zero.
    05  ctr-exceptions			pic 9(7)	value zero.

*   print control

77  page-nbr				pic 9(3)	value zero.
77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.
77  max-lines-per-page			pic 9(3)	value 58.

01  print-line				pic x(132)	value spaces.

01  h1-rpt-head.
    05  filler				pic x(6)	value "r155".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(44)	value
		"YEAR-END EARNINGS RECONCILIATION".
    05  filler				pic x(9)	value "RUN DATE ".
    05  h1-run-yy			pic 9(4).
    05  filler				pic x		value "/".
    05  h1-run-mm			pic 99.
    05  filler				pic x		value "/".
    05  h1-run-dd			pic 99.
    05  filler				pic x(6)	value spaces.
    05  filler				pic x(5)	value "PAGE ".
    05  h1-page-nbr			pic zz9.

01  h2-sel-head.
    05  filler				pic x(9)	value
		"TAX YEAR ".
    05  h2-tax-year			pic 9(4).
    05  filler				pic x(14)	value
		"   TOLERANCE ".
    05  h2-tolerance			pic zz,zz9.99.
    05  filler				pic x(3)	value spaces.
    05  h2-listing			pic x(40).

01  h3-section-head.
    05  h3-section			pic x(80)	value spaces.

01  h4-col-head				pic x(132)	value spaces.
01  h5-col-head				pic x(132)	value spaces.

01  h4-doc-cols.
    05  filler				pic x(5)	value "DOC".
    05  filler				pic x(26)	value "NAME".
    05  filler				pic x(5)	value "EMP".
    05  filler				pic x(6)	value "SLIP".
    05  filler				pic x(14)	value
		"    STATEMENT".
    05  filler				pic x(14)	value
		"  SLIP INCOME".
    05  filler				pic x(14)	value
		"     EARNINGS".
    05  filler				pic x(14)	value
		"    STATEMENT".
    05  filler				pic x(14)	value
		"     SLIP TAX".
    05  filler				pic x(14)	value
		"          TAX".

01  h5-doc-cols.
    05  filler				pic x(42)	value spaces.
    05  filler				pic x(14)	value
		"     EARNINGS".
    05  filler				pic x(14)	value
		"  (INCL CORP)".
    05  filler				pic x(14)	value
		"   DIFFERENCE".
    05  filler				pic x(14)	value
		"      TAX DED".
    05  filler				pic x(14)	value
		"  (INCL CORP)".
    05  filler				pic x(14)	value
		"   DIFFERENCE".

01  h6-doc-cols.
    05  filler				pic x(42)	value spaces.
    05  filler				pic x(14)	value
		"    STATEMENT".
    05  filler				pic x(14)	value
		"      DEPOSIT".
    05  filler				pic x(14)	value
		"      EFT NET".
    05  filler				pic x(14)	value
		"       LEDGER".
    05  filler				pic x(14)	value
		"       MANUAL".
    05  filler				pic x(14)	value
		"         CASH".
01  h7-doc-cols.
    05  filler				pic x(42)	value spaces.
    05  filler				pic x(14)	value
		"     DEPOSITS".
    05  filler				pic x(14)	value
		"      CHEQUES".
    05  filler				pic x(14)	value spaces.
    05  filler				pic x(14)	value
		"   DEDUCTIONS".
    05  filler				pic x(14)	value
		"      CHEQUES".
    05  filler				pic x(14)	value
		"   DIFFERENCE".

01  l1-doc-line.
    05  l1-doc-nbr			pic x(3).
    05  filler				pic xx		value spaces.
    05  l1-doc-name			pic x(25).
    05  filler				pic x		value spaces.
    05  l1-emp-type			pic x.
    05  l1-emp-nbr			pic 99.
    05  filler				pic xx		value spaces.
    05  l1-slip				pic x(4).
    05  filler				pic xx		value spaces.
    05  l1-cols				occurs 6 times.
	10  filler			pic x.
	10  l1-amt			pic z,zzz,zz9.99-.
    05  filler				pic xx		value spaces.
    05  l1-flag				pic x(4).

01  l2-none-line.
    05  filler				pic x(10)	value spaces.
    05  l2-none-text			pic x(70).

01  e1-employer-line.
    05  filler				pic x(10)	value
		"EMPLOYER".
    05  e1-emp-desc			pic x(8).
    05  e1-emp-nbr			pic z9.
    05  filler				pic xx		value spaces.
    05  e1-emp-name			pic x(30).

01  w1-total-line.
    05  filler				pic x(5)	value spaces.
    05  w1-desc				pic x(45).
    05  w1-amount			pic zzz,zzz,zz9.99-.
    05  w1-amount-r redefines w1-amount.
	10  filler			pic x(6).
	10  w1-count			pic zzzzz9.
	10  filler			pic x(3).

    copy "eventlog.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "r155".
    05  line 01 col 15 value "Year-End Earnings Reconciliation".

01  scr-selection.
    05  line 05 col 10 value "Tax year".
    05  scr-tax-year line 05 col 55 pic 9(4) using ws-tax-year auto required.
    05  line 06 col 10 value "Tolerance (dollars)".
    05  scr-tolerance line 06 col 55 pic zzzz9.99 using ws-tolerance auto.
    05  line 07 col 10 value "List (E)xceptions or (A)ll doctors".
    05  scr-list-option line 07 col 55 pic x using ws-list-option auto.

01  scr-continue-or-not.
    05  line 10 col 10 value "Continue (Y/N)".
    05  scr-continue line 10 col 55 pic x using ws-continue auto required.

01  scr-no-slips.
    05  line 12 col 10 value
	"SORTED EARNINGS FILE NOT AVAILABLE - RUN r150a AND r150b FIRST".

01  scr-closing-screen.
    05  blank screen.
    05  line 10 col 20  value "cheque register records read".
    05  line 10 col 60  pic z(6)9 using ctr-chq-reg-reads.
    05  line 11 col 20  value "pay issue history records read".
    05  line 11 col 60  pic z(6)9 using ctr-pay-issue-reads.
    05  line 12 col 20  value "slip work file records read".
    05  line 12 col 60  pic z(6)9 using ctr-work-reads.
    05  line 13 col 20  value "doctors reconciled".
    05  line 13 col 60  pic z(6)9 using ctr-doctors.
    05  line 14 col 20  value "doctors over the tolerance".
    05  line 14 col 60  pic z(6)9 using ctr-exceptions.
    05  line 21 col 20	value "program r155 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

01  confirm.
    05 line 23 col 01  value " ".

procedure division.
declaratives.

err-chq-file section.
    use after standard error procedure on cheque-reg-mstr.
err-chq-reg-mstr.
    move status-cobol-chq-reg-mstr	to common-status-file.
    display "error in accessing cheque register - status "
	    common-status-file.
    stop "error in accessing cheque register".

err-pay-issue-file section.
    use after standard error procedure on pay-issue-hist.
err-pay-issue-hist.
    move status-cobol-pay-issue-hist	to common-status-file.
    display "error in accessing pay issue history - status "
	    common-status-file.
    stop "error in accessing pay issue history".

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

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.

    sort r155-work-file
	on ascending key
			wf-doc-nbr
			wf-source
	input procedure is ba0-release		thru ba0-99-exit
	output procedure is ca0-reconcile	thru ca0-99-exit.

    perform da0-employer-totals		thru da0-99-exit.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters
					   all-totals
					   nbr-employers.

    display scr-title.

*	(defaults - last year, the slips are filed in february; a
*	 dollar either way; the exceptions only)
    compute ws-tax-year = sys-yy - 1.
    move 1.00				to	ws-tolerance.
    move "E"				to	ws-list-option.

aa0-10-selection.

    display scr-selection.
    accept scr-tax-year.
    accept scr-tolerance.
    accept scr-list-option.

    if ws-list-option = "a"
    then
	move "A"			to	ws-list-option.
*   endif
    if ws-list-option = "e"
    then
	move "E"			to	ws-list-option.
*   endif

    if   ws-list-option not = "A"
     and ws-list-option not = "E"
    then
	go to aa0-10-selection.
*   endif

    display scr-continue-or-not.
    accept scr-continue.

    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	stop run.
*   endif

*	(the slips are what is being proved - no sorted earnings
*	 file, nothing to reconcile to)
    open input doc-work-mstr.
    if stat-work-in not = "00"
    then
	display scr-no-slips
	display confirm
	stop " "
	stop run.
*   endif

    open input cheque-reg-mstr.
    open input pay-issue-hist.
    open input doc-mstr.
    open input dept-mstr.
    open input company-mstr.
    open output recon-rpt-file.

    move "r155"				to	elp-pgm.
    move "START"			to	elp-type.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    move sys-yy				to	h1-run-yy.
    move sys-mm				to	h1-run-mm.
    move sys-dd				to	h1-run-dd.
    move ws-tax-year			to	h2-tax-year.
    move ws-tolerance			to	h2-tolerance.
    if ws-list-option = "A"
    then
	move "LISTING ALL DOCTORS"	to	h2-listing
    else
	move "LISTING DOCTORS OVER THE TOLERANCE"
					to	h2-listing.
*   endif

aa0-99-exit.
    exit.
*------------------------------------------------------------------*
*   the three sides, by doctor                                      *
*------------------------------------------------------------------*
ba0-release.

*	(the statements)
    move zero				to	chq-reg-key.
    move "N"				to	eof-chq-reg-mstr.
    start cheque-reg-mstr key is greater than or equal to chq-reg-key
	invalid key
	    move "Y"			to	eof-chq-reg-mstr.

    perform bb0-statement		thru	bb0-99-exit
	until eof-chq-reg-mstr = "Y".

*	(the cash issued)
    move spaces				to	pih-doc-nbr
						pih-method.
    move zero				to	pih-pay-date.
    move "N"				to	eof-pay-issue-hist.
    start pay-issue-hist key is greater than or equal to pih-key
	invalid key
	    move "Y"			to	eof-pay-issue-hist.

    perform be0-pay-issued		thru	be0-99-exit
	until eof-pay-issue-hist = "Y".

*	(the slips)
    move "N"				to	eof-doc-work.
    perform bf0-slip			thru	bf0-99-exit
	until eof-doc-work = "Y".

ba0-99-exit.
    exit.
bb0-statement.

    read cheque-reg-mstr next
	at end
	    move "Y"			to	eof-chq-reg-mstr
	    go to bb0-99-exit.

    add 1				to	ctr-chq-reg-reads.

    move zero				to	ws-stmt-earn
						ws-stmt-tax
						ws-stmt-deposit
						ws-stmt-manual.

    perform bc0-add-month		thru	bc0-99-exit
	varying ss-mth from 1 by 1
	until ss-mth > 12.

    if   ws-stmt-earn    = zero
     and ws-stmt-tax     = zero
     and ws-stmt-deposit = zero
     and ws-stmt-manual  = zero
    then
	go to bb0-99-exit.
*   endif

    perform bd0-find-employer		thru	bd0-99-exit.

    move spaces				to	work-file-rec.
    move chq-reg-doc-nbr		to	wf-doc-nbr.
    move "1"				to	wf-source.
    move hold-emp-type			to	wf-emp-type.
    move hold-emp-nbr			to	wf-emp-nbr.
    move ws-stmt-earn			to	wf-amt (1).
    move ws-stmt-tax			to	wf-amt (2).
    move ws-stmt-deposit		to	wf-amt (3).
    move ws-stmt-manual			to	wf-amt (4).
    release work-file-rec.

bb0-99-exit.
    exit.
bc0-add-month.

*	(as the statement of earnings shows the month - pay due is
*	 the earnings plus the manual pay and its tax, the bank
*	 deposit is the regular pay)
    add chq-reg-earnings-this-mth (ss-mth)
	chq-reg-man-pay-this-mth  (ss-mth)
	chq-reg-man-tax-this-mth  (ss-mth)
					to	ws-stmt-earn.
    add chq-reg-regular-tax-this-mth (ss-mth)
	chq-reg-man-tax-this-mth     (ss-mth)
					to	ws-stmt-tax.
    add chq-reg-regular-pay-this-mth (ss-mth)
					to	ws-stmt-deposit.
    add chq-reg-man-pay-this-mth (ss-mth)
					to	ws-stmt-manual.

bc0-99-exit.
    exit.
bd0-find-employer.

*	(the company the department is set up under, else the clinic)
    move "K"				to	hold-emp-type.
    move chq-reg-clinic-nbr-1-2		to	hold-emp-nbr.

    move chq-reg-clinic-nbr-1-2		to	dept-clinic.
    move chq-reg-dept			to	dept-nbr.
    read dept-mstr
	invalid key
	    go to bd0-99-exit.

    if dept-company = zero
    then
	go to bd0-99-exit.
*   endif

    move dept-company			to	company-nbr.
    read company-mstr
	invalid key
	    go to bd0-99-exit.

    move "C"				to	hold-emp-type.
    move dept-company			to	hold-emp-nbr.

bd0-99-exit.
    exit.
be0-pay-issued.

    read pay-issue-hist next
	at end
	    move "Y"			to	eof-pay-issue-hist
	    go to be0-99-exit.

    add 1				to	ctr-pay-issue-reads.

    move pih-pay-date			to	ws-pay-date.
    if ws-pay-yy not = ws-tax-year
    then
	go to be0-99-exit.
*   endif

    move spaces				to	work-file-rec.
    move pih-doc-nbr			to	wf-doc-nbr.
    move "2"				to	wf-source.
    move zero				to	wf-emp-nbr
						wf-amt (1)
						wf-amt (2)
						wf-amt (3)
						wf-amt (4).

    if pih-method-cheque
    then
	move pih-net-amt		to	wf-amt (1)
    else
	move pih-net-amt		to	wf-amt (2)
	move pih-ded-amt		to	wf-amt (3).
*   endif

    release work-file-rec.

be0-99-exit.
    exit.
bf0-slip.

    read doc-work-mstr
	at end
	    move "Y"			to	eof-doc-work
	    go to bf0-99-exit.

    add 1				to	ctr-work-reads.

    move spaces				to	work-file-rec.
    move wk-doc-nbr			to	wf-doc-nbr.
    move "3"				to	wf-source.
    move "K"				to	wf-emp-type.
    move wk-doc-clinic-nbr		to	wf-emp-nbr.
    move wk-doc-earnings		to	wf-amt (1).
    move wk-doc-tax-ded			to	wf-amt (2).
    move zero				to	wf-amt (3)
						wf-amt (4).
    move wk-contractor			to	wf-slip-type.

    release work-file-rec.

bf0-99-exit.
    exit.
*------------------------------------------------------------------*
*   reconcile each doctor, list the ones that do not agree          *
*------------------------------------------------------------------*
ca0-reconcile.

    if ws-list-option = "A"
    then
	move "ALL DOCTORS (** = DIFFERENCE OVER THE TOLERANCE)"
					to	h3-section
    else
	move "DOCTORS WHOSE FIGURES DISAGREE BY MORE THAN THE TOLERANCE"
					to	h3-section.
*   endif
    move h4-doc-cols			to	h4-col-head.
    move h5-doc-cols			to	h5-col-head.
    perform xa0-print-hdr		thru	xa0-99-exit.

    move "N"				to	eof-work-file.
    perform xs0-return-work		thru	xs0-99-exit.

    perform cb0-doctor			thru	cb0-99-exit
	until eof-work-file = "Y".

    if   ctr-exceptions = zero
     and ws-list-option = "E"
    then
	move "*** EVERY DOCTOR AGREES WITHIN THE TOLERANCE ***"
					to	l2-none-text
	move l2-none-line		to	print-line
	perform xb0-write-rpt-record	thru	xb0-99-exit.
*   endif

ca0-99-exit.
    exit.
cb0-doctor.

    move wf-doc-nbr			to	hold-doc-nbr.
    move spaces				to	hold-emp-type.
    move zero				to	hold-emp-nbr
						doc-totals
						nbr-t4-recs
						nbr-t4a-recs
						nbr-corp-recs.

    perform cc0-add-record		thru	cc0-99-exit
	until eof-work-file = "Y"
	   or wf-doc-nbr not = hold-doc-nbr.

    perform cd0-doctor-done		thru	cd0-99-exit.

cb0-99-exit.
    exit.
cc0-add-record.

*	(the statement's employer first, the slip's clinic failing it)
    if   hold-emp-type = spaces
     and wf-emp-type not = spaces
    then
	move wf-emp-type		to	hold-emp-type
	move wf-emp-nbr			to	hold-emp-nbr.
*   endif

    if wf-statement
    then
	add wf-amt (1)			to	dt-stmt-earn
	add wf-amt (2)			to	dt-stmt-tax
	add wf-amt (3)			to	dt-stmt-deposit
	add wf-amt (4)			to	dt-stmt-manual
	go to cc0-90-next.
*   endif

    if wf-issued
    then
	add wf-amt (1)			to	dt-cheques
	add wf-amt (2)			to	dt-eft-net
	add wf-amt (3)			to	dt-ledger-ded
	go to cc0-90-next.
*   endif

*	(slips - t4a box 048 is the earnings alone, t4 box 14 and the
*	 corporation's gross are earnings plus tax, as r150c, r151c
*	 and r151d take them)
    if wf-slip-type = "C"
    then
	add wf-amt (1)			to	dt-t4a-box-048
	add 1				to	nbr-t4a-recs
	go to cc0-90-next.
*   endif

    if wf-slip-type = "P"
    then
	add wf-amt (1)
	    wf-amt (2)			to	dt-corp-gross
	add wf-amt (2)			to	dt-corp-tax
	add 1				to	nbr-corp-recs
	go to cc0-90-next.
*   endif

    add wf-amt (1)
	wf-amt (2)			to	dt-t4-box-14.
    add wf-amt (2)			to	dt-t4-box-22.
    add 1				to	nbr-t4-recs.

cc0-90-next.

    perform xs0-return-work		thru	xs0-99-exit.

cc0-99-exit.
    exit.
cd0-doctor-done.

    add 1				to	ctr-doctors.

    add dt-t4-box-14
	dt-t4a-box-048
	dt-corp-gross		giving	dt-slip-income.
    add dt-t4-box-22
	dt-corp-tax		giving	dt-slip-tax.
    add dt-cheques
	dt-eft-net
	dt-ledger-ded		giving	dt-issued.

    compute dt-earn-diff = dt-stmt-earn    - dt-slip-income.
    compute dt-tax-diff  = dt-stmt-tax     - dt-slip-tax.
    compute dt-cash-diff = dt-stmt-deposit - dt-issued.

    move "N"				to	ws-exception
						dt-earn-over
						dt-cash-over.

    move dt-earn-diff			to	ws-abs-diff.
    perform xd0-check-tolerance		thru	xd0-99-exit.
    move dt-tax-diff			to	ws-abs-diff.
    perform xd0-check-tolerance		thru	xd0-99-exit.
    move ws-exception			to	dt-earn-over.

    move "N"				to	ws-exception.
    move dt-cash-diff			to	ws-abs-diff.
    perform xd0-check-tolerance		thru	xd0-99-exit.
    move ws-exception			to	dt-cash-over.

    if   dt-earn-over = "Y"
      or dt-cash-over = "Y"
    then
	move "Y"			to	ws-exception
	add 1				to	ctr-exceptions.
*   endif

*	(the name, and the employer for a doctor with cash issued
*	 but no statement or slip)
    move hold-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move "** NOT ON DOCTOR MASTER **"
					to	doc-name
	    move zero			to	doc-clinic-nbr.

    if hold-emp-type = spaces
    then
	move "K"			to	hold-emp-type
	move doc-clinic-nbr		to	hold-emp-nbr.
*   endif

    perform ce0-employer-entry		thru	ce0-99-exit.

    add 1				to	et-doctors (ss-emp)
						at-doctors.
    if ws-exception = "Y"
    then
	add 1				to	et-exceptions (ss-emp)
						at-exceptions.
*   endif

    perform cf0-add-amount		thru	cf0-99-exit
	varying ss-amt from 1 by 1
	until ss-amt > 15.

    if   ws-exception = "N"
     and ws-list-option = "E"
    then
	go to cd0-99-exit.
*   endif

    perform cg0-doctor-lines		thru	cg0-99-exit.

cd0-99-exit.
    exit.
ce0-employer-entry.

    move 1				to	ss-emp.

ce0-10-next.

    if ss-emp > nbr-employers
    then
	go to ce0-50-add.
*   endif

    if   emp-type (ss-emp) = hold-emp-type
     and emp-nbr (ss-emp)  = hold-emp-nbr
    then
	go to ce0-99-exit.
*   endif

    add 1				to	ss-emp.
    go to ce0-10-next.

ce0-50-add.

*	(table full - the rest goes on the last employer)
    if nbr-employers = max-employers
    then
	display "r155 - employer table full, check max-employers"
	move max-employers		to	ss-emp
	go to ce0-99-exit.
*   endif

    add 1				to	nbr-employers.
    move nbr-employers			to	ss-emp.
    move hold-emp-type			to	emp-type (ss-emp).
    move hold-emp-nbr			to	emp-nbr (ss-emp).
    move zero				to	emp-totals (ss-emp).
    move "CLINIC"			to	emp-name (ss-emp).

    if hold-emp-type not = "C"
    then
	go to ce0-99-exit.
*   endif

    move hold-emp-nbr			to	company-nbr.
    read company-mstr
	invalid key
	    go to ce0-99-exit.

    move company-name			to	emp-name (ss-emp).

ce0-99-exit.
    exit.
cf0-add-amount.

    add dt-amt (ss-amt)			to	et-amt (ss-emp, ss-amt)
						at-amt (ss-amt).

cf0-99-exit.
    exit.
cg0-doctor-lines.

*	(earnings and tax)
    move spaces				to	l1-doc-line.
    move hold-doc-nbr			to	l1-doc-nbr.
    move doc-name			to	l1-doc-name.
    move hold-emp-type			to	l1-emp-type.
    move hold-emp-nbr			to	l1-emp-nbr.

    move "NONE"				to	l1-slip.
    if nbr-corp-recs > zero
    then
	move "CORP"			to	l1-slip.
*   endif
    if nbr-t4a-recs > zero
    then
	move "T4A"			to	l1-slip.
*   endif
    if nbr-t4-recs > zero
    then
	move "T4"			to	l1-slip.
*   endif

    move dt-stmt-earn			to	l1-amt (1).
    move dt-slip-income			to	l1-amt (2).
    move dt-earn-diff			to	l1-amt (3).
    move dt-stmt-tax			to	l1-amt (4).
    move dt-slip-tax			to	l1-amt (5).
    move dt-tax-diff			to	l1-amt (6).
    if dt-earn-over = "Y"
    then
	move "**"			to	l1-flag.
*   endif

    move l1-doc-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

*	(cash)
    move spaces				to	l1-doc-line.
    move dt-stmt-deposit		to	l1-amt (1).
    move dt-cheques			to	l1-amt (2).
    move dt-eft-net			to	l1-amt (3).
    move dt-ledger-ded			to	l1-amt (4).
    move dt-stmt-manual			to	l1-amt (5).
    move dt-cash-diff			to	l1-amt (6).
    if dt-cash-over = "Y"
    then
	move "**"			to	l1-flag.
*   endif

    move l1-doc-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

cg0-99-exit.
    exit.
*------------------------------------------------------------------*
*   grand totals by employer, and for all employers                 *
*------------------------------------------------------------------*
da0-employer-totals.

    move "GRAND TOTALS BY EMPLOYER"	to	h3-section.
    move spaces				to	h4-col-head
						h5-col-head.

    perform db0-employer		thru	db0-99-exit
	varying ss-emp from 1 by 1
	until ss-emp > nbr-employers.

    move "GRAND TOTALS - ALL EMPLOYERS"	to	h3-section.
    perform xa0-print-hdr		thru	xa0-99-exit.
    move all-totals			to	print-totals.
    perform dc0-total-block		thru	dc0-99-exit.

da0-99-exit.
    exit.
db0-employer.

    perform xa0-print-hdr		thru	xa0-99-exit.

    if emp-type (ss-emp) = "C"
    then
	move "COMPANY"			to	e1-emp-desc
    else
	move "CLINIC"			to	e1-emp-desc.
*   endif
    move emp-nbr (ss-emp)		to	e1-emp-nbr.
    move emp-name (ss-emp)		to	e1-emp-name.
    move e1-employer-line		to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move emp-totals (ss-emp)		to	print-totals.
    perform dc0-total-block		thru	dc0-99-exit.

db0-99-exit.
    exit.
dc0-total-block.

    move spaces				to	w1-total-line.
    move "DOCTORS"			to	w1-desc.
    move pt-doctors			to	w1-count.
    move w1-total-line			to	print-line.
    move 2				to	nbr-lines-to-adv.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move spaces				to	w1-total-line.
    move "DOCTORS OVER THE TOLERANCE"	to	w1-desc.
    move pt-exceptions			to	w1-count.
    move w1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

    move 2				to	nbr-lines-to-adv.
    perform dd0-total-line		thru	dd0-99-exit
	varying ss-amt from 1 by 1
	until ss-amt > 15.

dc0-99-exit.
    exit.
dd0-total-line.

*	(a blank line ahead of the cash issued, the slips and the
*	 differences)
    if   ss-amt = 5
      or ss-amt = 8
      or ss-amt = 13
    then
	move 2				to	nbr-lines-to-adv.
*   endif

    move spaces				to	w1-total-line.
    move amt-label (ss-amt)		to	w1-desc.
    move pt-amt (ss-amt)		to	w1-amount.
    move w1-total-line			to	print-line.
    perform xb0-write-rpt-record	thru	xb0-99-exit.

dd0-99-exit.
    exit.
az0-end-of-job.

    move "r155"				to	elp-pgm.
    move "END"				to	elp-type.
    move ctr-exceptions			to	elp-count.
    move "DOCTORS OVER TOLERANCE"	to	elp-text.
    call "eventlog" using event-log-parms
	on exception
	    continue.

    close cheque-reg-mstr.
    close pay-issue-hist.
    close doc-work-mstr.
    close doc-mstr.
    close dept-mstr.
    close company-mstr.
    close recon-rpt-file.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
xa0-print-hdr.

    add 1				to	page-nbr.
    move page-nbr			to	h1-page-nbr.
    write recon-rpt-record		from	h1-rpt-head after advancing page.
    write recon-rpt-record		from	h2-sel-head after advancing 1 line.
    write recon-rpt-record		from	h3-section-head after advancing 2 lines.
    write recon-rpt-record		from	h4-col-head after advancing 2 lines.
    write recon-rpt-record		from	h5-col-head after advancing 1 line.
    move 7				to	nbr-lines-this-page.

*	(the doctor listing carries the cash columns' heading too)
    if h4-col-head not = h4-doc-cols
    then
	go to xa0-99-exit.
*   endif

    write recon-rpt-record		from	h6-doc-cols after advancing 1 line.
    write recon-rpt-record		from	h7-doc-cols after advancing 1 line.
    add 2				to	nbr-lines-this-page.

xa0-99-exit.
    exit.
xb0-write-rpt-record.

    if nbr-lines-this-page + nbr-lines-to-adv > max-lines-per-page
    then
	perform xa0-print-hdr		thru	xa0-99-exit.
*   endif

    write recon-rpt-record		from	print-line after advancing nbr-lines-to-adv lines.
    add nbr-lines-to-adv		to	nbr-lines-this-page.
    move spaces				to	print-line.
    move 1				to	nbr-lines-to-adv.

xb0-99-exit.
    exit.
xd0-check-tolerance.

*	(either way - ws-abs-diff holds the difference on the way in)
    if ws-abs-diff < zero
    then
	compute ws-abs-diff = zero - ws-abs-diff.
*   endif

    if ws-abs-diff > ws-tolerance
    then
	move "Y"			to	ws-exception.
*   endif

xd0-99-exit.
    exit.
xs0-return-work.

    return r155-work-file
	at end
	    move "Y"			to	eof-work-file
	    go to xs0-99-exit.

xs0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
