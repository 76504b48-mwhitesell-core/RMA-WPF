* 
*   files	:  f020 - doctor master 
*		:  f060 - chq-reg master 
*		:  f114 - doctor payee file 
*		:  r150a - print file 
*		:  r150_work_file - doc work file 
* 
*			  carried on the work record - contractor 
*			  doctors get t4a slips from r151c, t4 
*			  printing (r150c) skips them 
*   2026/oct/15 DM	- professional corporation payee (f114).  the 
*			  months paid while a doctor's corporation 
*			  payee period was in force (by the month's 
*			  pay date) are kept off the doctor's own 
*			  work record and written on a second one 
*			  flagged "P" - r150c and r151c leave it off 
*			  the t4/t4a, r151d lists it on the corporate 
*			  payment summary.  marked (CORP) on the 
*			  verification report. 
* 
* 
*	may/82 (d.m.& i.w.)	- changed to access new doctor & cheque masters 
* 
	 
	copy "f060_cheque_reg_mstr.slr". 
* 2026/oct/15 - DM - professional corporation payee
* 
	copy "f114_doc_payee.slr".
* 2026/oct/15 - end
 
	select  doc-work-mstr 
	        assign to work-file-name 
* 
    copy "f060_cheque_reg_mstr.fd". 
* 
* 2026/oct/15 - DM - professional corporation payee
    copy "f114_doc_payee.fd".
* 2026/oct/15 - end
* 
* 
    copy "r150_chq_doc_mstr.fd". 
* 
77  status-cobol-work-mstr			pic xx  	value zero. 
77  status-cobol-chq-reg-mstr			pic xx     	value zero. 
77  status-prt-file 				pic xx     	value zero. 
* 2026/oct/15 - DM - professional corporation payee
77  status-cobol-doc-payee			pic xx     	value zero. 
* 2026/oct/15 - end

01  last-page-flag 				pic x. 
 
    05  clinic-tot-tax 				pic s9(7)v99. 
    05  final-tot-earn				pic s9(9)v99. 
    05  final-tot-tax 				pic s9(8)v99. 
* 2026/oct/15 - DM - professional corporation payee
    05  corp-tot-earn				pic s9(6)v99. 
    05  corp-tot-tax 				pic s9(5)v99. 
 
*   the doctor's payee periods, in start date order 
01  payee-period-table. 
    05  payee-period			occurs 20 times. 
	10  ppt-effective-from			pic 9(8). 
	10  ppt-effective-to			pic 9(8). 
77  nbr-payee-periods				pic 99		value zero. 
77  ss-pay					pic 99		value zero. 
77  hold-ss-pay					pic 99		value zero. 
77  corp-month					pic x		value "N". 
77  corp-line					pic x		value "N". 
* 2026/oct/15 - end
 
01  work-file-name. 
    05  filler					pic x(14)    value 
    05  d1-earn					pic zzz,zz9.99-. 
    05  filler					pic x(6). 
    05  d1-tax					pic zz,zz9.99-. 
* 2026/oct/15 - DM - professional corporation payee
*   05  filler					pic x(29). 
    05  filler					pic x(2). 
    05  d1-payee-flag				pic x(6). 
    05  filler					pic x(21). 
* 2026/oct/15 - end
 
 
 03  t1-total-line redefines d1-detail-line. 
    stop "ERROR IN ACCESSING DOCTOR MASTER". 
    stop run. 
 
* 2026/oct/15 - DM - professional corporation payee
err-doc-payee-file section. 
    use after standard error procedure on doc-payee. 
 
err-doc-payee. 
    move status-cobol-doc-payee			to	common-status-file. 
    display file-status-display. 
    stop "ERROR IN ACCESSING DOCTOR PAYEE FILE". 
    stop run. 
* 2026/oct/15 - end
 
end declaratives. 
main-line section. 
mainline. 
						counters. 
 
    open input   doc-mstr 
		 cheque-reg-mstr   
		 doc-payee. 
 
    open output  doc-work-mstr 
		 print-file. 
 
    move zero				to	doc-tot-earn 
						doc-tot-tax. 
* 2026/oct/15 - DM - professional corporation payee
    move zero				to	corp-tot-earn 
						corp-tot-tax. 
    perform ba0-load-payee-periods	thru	ba0-99-exit. 
* 2026/oct/15 - end
 
    perform bd0-add-mthly-earn-and-tax	thru	bd0-99-exit 
	varying ss  from 1 by 1 
	until   ss > 12. 
 
* 2026/oct/15 - DM - professional corporation payee
*   if     doc-tot-earn = zero 
*     and  doc-tot-tax  = zero 
    if     doc-tot-earn  = zero 
      and  doc-tot-tax   = zero 
      and  corp-tot-earn = zero 
      and  corp-tot-tax  = zero 
* 2026/oct/15 - end
    then 
	go to ab0-10-read-chq-reg. 
*   (else) 
*   endif 
 
    perform bb0-read-doc-mstr		thru	bb0-99-exit. 
 
* 2026/oct/15 - DM - professional corporation payee
*	(paid through the corporation all year - no personal record)
    if     doc-tot-earn = zero 
      and  doc-tot-tax  = zero 
    then 
	go to ab0-05-corp-payee. 
*   (else) 
*   endif 
* 2026/oct/15 - end
 
    perform bf0-move-wk-file		thru	bf0-99-exit. 
    perform bg0-write-wk-file		thru	bg0-99-exit. 
 
    perform ea0-write-report-line	thru	ea0-99-exit. 
 
    perform ea1-add-to-dept-tots	thru	ea1-99-exit. 
 
* 2026/oct/15 - DM - professional corporation payee
ab0-05-corp-payee. 
 
    if     corp-tot-earn = zero 
      and  corp-tot-tax  = zero 
    then 
	go to ab0-10-read-chq-reg. 
*   (else) 
*   endif 
 
    move corp-tot-earn			to	doc-tot-earn. 
    move corp-tot-tax			to	doc-tot-tax. 
    move "Y"				to	corp-line. 
 
    perform bf0-move-wk-file		thru	bf0-99-exit. 
    move "P"				to	wk-contractor. 
    perform bg0-write-wk-file		thru	bg0-99-exit. 
 
    perform ea0-write-report-line	thru	ea0-99-exit. 
 
    perform ea1-add-to-dept-tots	thru	ea1-99-exit. 
 
    move "N"				to	corp-line. 
* 2026/oct/15 - end
 
ab0-10-read-chq-reg. 
 
    perform bc0-read-chq-reg-next	thru	bc0-99-exit. 
 
bc0-99-exit. 
   exit. 
* 2026/oct/15 - DM - professional corporation payee
ba0-load-payee-periods. 
 
    move zero				to	nbr-payee-periods. 
    move chq-reg-doc-nbr		to	pay-doc-nbr. 
    move zero				to	pay-effective-from. 
 
    start doc-payee key is greater than or equal to pay-key 
	invalid key 
	    go to ba0-99-exit. 
 
ba0-10-read-next. 
 
    read doc-payee next 
	at end 
	    go to ba0-99-exit. 
 
    if pay-doc-nbr not = chq-reg-doc-nbr 
    then 
	go to ba0-99-exit. 
*   (else) 
*   endif 
 
    add 1				to	nbr-payee-periods. 
    move pay-effective-from		to	ppt-effective-from (nbr-payee-periods). 
    move pay-effective-to		to	ppt-effective-to (nbr-payee-periods). 
 
    if nbr-payee-periods < 20 
    then 
	go to ba0-10-read-next. 
*   (else) 
*   endif 
 
ba0-99-exit. 
    exit. 
* 2026/oct/15 - end
bd0-add-mthly-earn-and-tax. 
 
* 2026/oct/15 - DM - professional corporation payee
*	(a month paid while a corporation payee period was in force
*	 goes to the corporation's totals)
    perform be0-check-corp-month	thru	be0-99-exit. 
 
    if corp-month = "Y" 
    then 
	add chq-reg-regular-pay-this-mth (ss) 
	    chq-reg-man-pay-this-mth     (ss)	to	corp-tot-earn 
	add chq-reg-regular-tax-this-mth (ss) 
	    chq-reg-man-tax-this-mth     (ss)	to	corp-tot-tax 
	go to bd0-99-exit. 
*   (else) 
*   endif 
* 2026/oct/15 - end
 
    add chq-reg-regular-pay-this-mth (ss) 
        chq-reg-man-pay-this-mth     (ss)	to	doc-tot-earn. 
 
 
bd0-99-exit. 
   exit. 
* 2026/oct/15 - DM - professional corporation payee
*   the period in force on the month's pay date is the latest one 
*   started on or before it, unless its end date has passed 
be0-check-corp-month. 
 
    move "N"				to	corp-month. 
    move zero				to	hold-ss-pay. 
 
    if   nbr-payee-periods = zero 
      or chq-reg-pay-date (ss) = zero 
    then 
	go to be0-99-exit. 
*   (else) 
*   endif 
 
    move 1				to	ss-pay. 
 
be0-10-next-period. 
 
    if ss-pay > nbr-payee-periods 
    then 
	go to be0-50-check-end. 
*   (else) 
*   endif 
 
    if ppt-effective-from (ss-pay) not > chq-reg-pay-date (ss) 
    then 
	move ss-pay			to	hold-ss-pay. 
*   (else) 
*   endif 
 
    add 1				to	ss-pay. 
    go to be0-10-next-period. 
 
be0-50-check-end. 
 
    if hold-ss-pay = zero 
    then 
	go to be0-99-exit. 
*   (else) 
*   endif 
 
    if   ppt-effective-to (hold-ss-pay) not = zero 
     and ppt-effective-to (hold-ss-pay) < chq-reg-pay-date (ss) 
    then 
	go to be0-99-exit. 
*   (else) 
*   endif 
 
    move "Y"				to	corp-month. 
 
be0-99-exit. 
    exit. 
* 2026/oct/15 - end
bf0-move-wk-file. 
 
    if valid-doc-nbr = "N" 
*   endif 
 
    move doc-tot-tax			to	d1-tax. 
* 2026/oct/15 - DM - professional corporation payee
    if corp-line = "Y" 
    then 
	move "(CORP)"			to	d1-payee-flag. 
*   (else) 
*   endif 
* 2026/oct/15 - end
 
*   (for the purposes of the report net earnings are added 
*    to tax to obtain gross earnings.) 
 
    close   cheque-reg-mstr 
	    doc-mstr 
	    doc-payee 
	    print-file 
	    doc-work-mstr. 
 
