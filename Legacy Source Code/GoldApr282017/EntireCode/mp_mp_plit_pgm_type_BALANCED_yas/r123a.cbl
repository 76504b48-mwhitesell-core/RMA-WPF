*                       - also modify $use/r123_bank_info.ws for the new company
* 2014/may/13 MC1	- change the field size in u119_payeft.ps as it was changed from integer*8 to integer*10
* 2016/Aug/29 MC2       - Yasemin requests to show run date in r123ef report
* 2026/oct/15 DM        - each doctor's line on the bank deposit cheques is
*                         recorded on the pay issue history (f154) for the
*                         year-end reconciliation (r155)

environment division. 
input-output section. 
*		     and positive-pay machinery (m061/r062/u068)
    copy "f061_issued_chq_reg.slr".
* 2019/may/06 - end

* 2026/oct/15 - DM - pay issue history
    copy "f154_pay_issue_hist.slr".
* 2026/oct/15 - end
* 
    copy "f070_dept_mstr.slr". 
* 
* 2019/may/06 - DM
    copy "f061_issued_chq_reg.fd".
* 2019/may/06 - end

* 2026/oct/15 - DM
    copy "f154_pay_issue_hist.fd".
* 2026/oct/15 - end
 
 
    copy "f070_dept_mstr.fd". 
77  ws-next-chq-nbr			pic 9(8)	value zero.
77  ws-chq-source			pic x		value "D".
* 2019/may/06 - end
* 2026/oct/15 - DM
77  status-cobol-pay-issue-hist		pic xx		value zero.
01  pih-this-run.
    05  pih-this-run-date		pic 9(8)	value zero.
    05  pih-this-run-time		pic 9(6)	value zero.
* 2026/oct/15 - end
77  status-iconst-mstr			pic x(11)       value spaces. 
77  status-cobol-iconst-mstr		pic xx		value zero. 
77  status-doc-mstr			pic x(11)       value spaces. 
    stop "ERROR IN ACCESSING DEPT MASTER". 
    stop run. 
 
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
* 2019/may/06 - DM
    open i-o	issued-chq-reg.
* 2019/may/06 - end
* 2026/oct/15 - DM
    open i-o	pay-issue-hist.
    move sys-date			to	pih-this-run-date.
    move sys-time (1:6)			to	pih-this-run-time.
* 2026/oct/15 - end
    open input	u119-payeft-file. 
    open input	doc-mstr. 
    open input	bank-mstr. 
* 2019/may/06 - DM
	  issued-chq-reg
* 2019/may/06 - end
* 2026/oct/15 - DM
	  pay-issue-hist
* 2026/oct/15 - end
	  u119-payeft-file 
	  bank-mstr 
	  print-file-a 
    move wf-pay				to	r123b-p1-pay. 
    perform cc1-write-detail-line	thru	cc1-99-exit. 
    add wf-pay				to	ws-bank-total. 
* 2026/oct/15 - DM - pay issue history
    perform cc3-record-pay-issued	thru	cc3-99-exit. 
* 2026/oct/15 - end
    perform cc2-read-work-file		thru	cc2-99-exit. 
 
cc0-99-exit. 
 
cc2-99-exit. 
    exit. 

* 2026/oct/15 - DM - record the doctor's deposit on the pay issue
*		     history.  a second line for the doctor in this run
*		     is added on, an entry left by an earlier run of
*		     the same cheque date is replaced.
cc3-record-pay-issued. 

    move wf-doc-nbr			to	pih-doc-nbr.
    move ws-chq-date			to	pih-pay-date.
    move "C"				to	pih-method.

    read pay-issue-hist
	invalid key
	    go to cc3-50-new.

    if   pih-run-date not = pih-this-run-date
      or pih-run-time not = pih-this-run-time
    then
	move zero			to	pih-gross-amt
						pih-net-amt.
*   (else)
*   endif

    add wf-pay				to	pih-gross-amt
						pih-net-amt.
    move zero				to	pih-ded-amt.
    move "N"				to	pih-corp.
    move pih-this-run-date		to	pih-run-date.
    move pih-this-run-time		to	pih-run-time.

    rewrite pay-issue-hist-rec
	invalid key
	    next sentence.
    go to cc3-99-exit.

cc3-50-new. 

    move wf-pay				to	pih-gross-amt
						pih-net-amt.
    move zero				to	pih-ded-amt.
    move "N"				to	pih-corp.
    move pih-this-run-date		to	pih-run-date.
    move pih-this-run-time		to	pih-run-time.

    write pay-issue-hist-rec
	invalid key
	    next sentence.

cc3-99-exit. 
    exit. 
* 2026/oct/15 - end
 
 
 
