identification division.
program-id. m110.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f020 - doctor master
*			: f114 - doctor payee file
*			: f098 - user security master
*			: f140 - banking change file
*
*   program purpose : doctor payee maintenance - the professional
*			corporation an incorporated doctor is paid
*			through.  option A starts a new payee period
*			for a doctor on a date (corporation name,
*			business number, address and banking); a
*			later period takes over from an earlier one
*			on its start date.  option C changes a
*			period - its end date (keyed when the doctor
*			goes back to being paid personally) or the
*			corporation's details; option L lists the
*			doctor's periods.
*
*   revision history:
*
*   2026/oct/15 DM	- the corporation's bank, branch and account
*			  are dual control: the user signs on against
*			  f098 and new or changed banking is filed on
*			  f140 as a pending banking change - the
*			  period keeps the banking it had (none on a
*			  new period) until another user releases the
*			  change in m126 after a callback
*
environment division.
input-output section.
file-control.
*
    copy "f020_doctor_mstr.slr".
*
    copy "f114_doc_payee.slr".
*
* 2026/oct/15 - DM
    copy "f098_user_security.slr".
*
    copy "f140_bank_change.slr".
* 2026/oct/15 - end
*
data division.
file section.
*
    copy "f020_doctor_mstr.fd".
*
    copy "f114_doc_payee.fd".
*
* 2026/oct/15 - DM
    copy "f098_user_security.fd".
*
    copy "f140_bank_change.fd".
* 2026/oct/15 - end
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-doc-payee		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-user-security		pic xx	value zero.
77  status-cobol-bank-change		pic xx	value zero.

77  ws-user-id				pic x(8)	value spaces.
77  ws-entered-password			pic x(8)	value spaces.
77  ws-change-nbr			pic 9(6)	value zero.

*	(the period's banking as it stands - kept on the period until
*	 a change to it is released)
01  hold-banking.
    05  hold-bank-nbr			pic 9(4)	value zero.
    05  hold-bank-branch		pic 9(5)	value zero.
    05  hold-bank-acct			pic x(12)	value spaces.
* 2026/oct/15 - end

77  ws-option				pic x	value spaces.
    88  option-add				value "A".
    88  option-change				value "C".
    88  option-list				value "L".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  cur-line				pic 99	value 8.
77  ws-hits				pic 9(4)	value zero.

01  sel-doc-nbr				pic x(3)	value spaces.
01  sel-effective-from			pic 9(8)	value zero.

01  entry-date				pic 9(8)	value zero.
01  entry-date-r redefines entry-date.
    05  entry-date-yy			pic 9(4).
    05  entry-date-mm			pic 99.
    05  entry-date-dd			pic 99.

01  entry-payee.
    05  entry-effective-from		pic 9(8)	value zero.
    05  entry-effective-to		pic 9(8)	value zero.
    05  entry-corp-name			pic x(40)	value spaces.
    05  entry-business-nbr		pic x(15)	value spaces.
    05  entry-addr-1			pic x(30)	value spaces.
    05  entry-addr-2			pic x(30)	value spaces.
    05  entry-addr-3			pic x(30)	value spaces.
    05  entry-postal-cd			pic x(6)	value spaces.
    05  entry-bank-nbr			pic 9(4)	value zero.
    05  entry-bank-branch		pic 9(5)	value zero.
    05  entry-bank-acct			pic x(12)	value spaces.

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"DOCTOR NOT ON THE DOCTOR MASTER".
	10  filler			pic x(60)	value
		"INVALID DATE".
	10  filler			pic x(60)	value
		"END DATE CANNOT BE BEFORE THE START DATE".
	10  filler			pic x(60)	value
		"CORPORATION NAME IS REQUIRED".
	10  filler			pic x(60)	value
		"BANK, BRANCH AND ACCOUNT ARE REQUIRED".
	10  filler			pic x(60)	value
		"A PERIOD ALREADY STARTS ON THAT DATE FOR THIS DOCTOR".
	10  filler			pic x(60)	value
		"NO PAYEE PERIOD STARTS ON THAT DATE FOR THIS DOCTOR".
* 2026/oct/15 - DM
	10  filler			pic x(60)	value
		"SIGN-ON NOT ACCEPTED".
* 2026/oct/15 - end
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 8 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m110".
    05  line 01 col 15 value "Doctor Payee (Professional Corporation)".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (A=add period C=change L=list *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-doc-key.
    05  line 05 col 01 value "DOCTOR NBR".
    05  scr-doc-nbr line 05 col 20 pic x(3) using sel-doc-nbr auto required.

01  scr-doc-name.
    05  line 05 col 30 pic x(25) from doc-name.

01  scr-from-key.
    05  line 06 col 01 value "PERIOD START (YYYYMMDD)".
    05  scr-effective-from line 06 col 30 pic 9(8) using sel-effective-from auto required.

01  scr-payee-entry.
    05  line 08 col 01 value "PERIOD END (0=OPEN)".
    05  scr-effective-to line 08 col 30 pic 9(8) using entry-effective-to auto.
    05  line 09 col 01 value "CORPORATION NAME".
    05  scr-corp-name line 09 col 20 pic x(40) using entry-corp-name auto.
    05  line 10 col 01 value "BUSINESS NUMBER".
    05  scr-business-nbr line 10 col 20 pic x(15) using entry-business-nbr auto.
    05  line 11 col 01 value "ADDRESS".
    05  scr-addr-1 line 11 col 20 pic x(30) using entry-addr-1 auto.
    05  scr-addr-2 line 12 col 20 pic x(30) using entry-addr-2 auto.
    05  scr-addr-3 line 13 col 20 pic x(30) using entry-addr-3 auto.
    05  line 14 col 01 value "POSTAL CODE".
    05  scr-postal-cd line 14 col 20 pic x(6) using entry-postal-cd auto.
    05  line 16 col 01 value "BANK".
    05  scr-bank-nbr line 16 col 20 pic 9(4) using entry-bank-nbr auto.
    05  line 16 col 30 value "BRANCH".
    05  scr-bank-branch line 16 col 40 pic 9(5) using entry-bank-branch auto.
    05  line 16 col 50 value "ACCOUNT".
    05  scr-bank-acct line 16 col 60 pic x(12) using entry-bank-acct auto.

* 2026/oct/15 - DM
01  scr-sign-on.
    05  line 03 col 01 value "USER ID (BLANK=END)".
    05  scr-user-id line 03 col 25 pic x(8) using ws-user-id auto.
    05  line 03 col 40 value "PASSWORD".
    05  scr-password line 03 col 50 pic x(8) using ws-entered-password secure auto.

01  scr-bank-filed.
    05  line 18 col 01 value "BANKING FILED AS PENDING CHANGE".
    05  line 18 col 33 pic 9(6) from ws-change-nbr.
    05  line 18 col 40 value "- RELEASE BY ANOTHER USER IN M126".
* 2026/oct/15 - end

01  scr-list-head.
    05  line 07 col 01 value "START".
    05  line 07 col 10 value "END".
    05  line 07 col 19 value "CORPORATION".
    05  line 07 col 60 value "BUSINESS NBR".

01  scr-list-line.
    05  line cur-line col 01 pic 9(8) from pay-effective-from.
    05  line cur-line col 10 pic 9(8) from pay-effective-to.
    05  line cur-line col 19 pic x(40) from pay-corp-name.
    05  line cur-line col 60 pic x(15) from pay-business-nbr.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  blank-list-area.
    05  line 08 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m110 ending".
procedure division.
declaratives.

err-doc-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display "error in accessing doctor master - status "
	    common-status-file.
    stop "error in accessing doctor master".

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
	until option-end.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open input doc-mstr.
    open i-o doc-payee.
* 2026/oct/15 - DM
    open input user-security.
    open i-o bank-change.

*	(fresh system - no banking change has been keyed yet)
    if status-cobol-bank-change = "35"
    then
	open output bank-change
	close bank-change
	open i-o bank-change.
*   endif
* 2026/oct/15 - end

    display scr-title.
* 2026/oct/15 - DM
    perform ta0-sign-on			thru	ta0-99-exit.

    if ws-user-id = spaces
    then
	move "*"			to	ws-option.
*   endif
* 2026/oct/15 - end

aa0-99-exit.
    exit.
ab0-processing.

    display scr-option.
    accept scr-option-fld.

    if option-end
    then
	go to ab0-99-exit.
*   endif

    if    not option-add
      and not option-change
      and not option-list
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    perform ba0-find-doctor		thru	ba0-99-exit.

    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    if option-list
    then
	perform da0-list-periods	thru	da0-99-exit
	go to ab0-99-exit.
*   endif

    display scr-from-key.
    accept scr-effective-from.

    move sel-effective-from		to	entry-date.
    perform xa0-edit-date		thru	xa0-99-exit.
    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    move sel-doc-nbr			to	pay-doc-nbr.
    move sel-effective-from		to	pay-effective-from.

    if option-add
    then
	perform ca0-add-period		thru	ca0-99-exit
    else
	perform cb0-change-period	thru	cb0-99-exit.
*   endif

ab0-99-exit.
    exit.
ba0-find-doctor.

    move "N"				to	entry-ok.

    display scr-doc-key.
    accept scr-doc-nbr.

    move sel-doc-nbr			to	doc-nbr.

    read doc-mstr
	invalid key
	    move 1			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    display scr-doc-name.
    move "Y"				to	entry-ok.

ba0-99-exit.
    exit.
ca0-add-period.

    read doc-payee
	invalid key
	    go to ca0-10-new.

    move 6				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ca0-99-exit.

ca0-10-new.

    move spaces				to	entry-payee.
    move zero				to	entry-effective-to
						entry-bank-nbr
						entry-bank-branch.

    perform cc0-accept-payee		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	doc-payee-rec.
    move sel-doc-nbr			to	pay-doc-nbr.
    move sel-effective-from		to	pay-effective-from.
* 2026/oct/15 - DM - a new period has no banking until its change
*		     is released - r153b pays the doctor personally
*		     till then
    move zero				to	hold-bank-nbr
						hold-bank-branch.
    move spaces				to	hold-bank-acct.
* 2026/oct/15 - end
    perform cd0-move-entry		thru	cd0-99-exit.
    move sys-date-long			to	pay-entered-date.

    write doc-payee-rec
	invalid key
	    move 6			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

* 2026/oct/15 - DM
    perform te0-file-bank-change	thru	te0-99-exit.
* 2026/oct/15 - end

    display "PAYEE PERIOD ADDED".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cb0-change-period.

    read doc-payee
	invalid key
	    move 7			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to cb0-99-exit.

    move pay-effective-to		to	entry-effective-to.
    move pay-corp-name			to	entry-corp-name.
    move pay-business-nbr		to	entry-business-nbr.
    move pay-addr-1			to	entry-addr-1.
    move pay-addr-2			to	entry-addr-2.
    move pay-addr-3			to	entry-addr-3.
    move pay-postal-cd			to	entry-postal-cd.
    move pay-bank-nbr			to	entry-bank-nbr.
    move pay-bank-branch		to	entry-bank-branch.
    move pay-bank-acct			to	entry-bank-acct.
* 2026/oct/15 - DM
    move pay-bank-nbr			to	hold-bank-nbr.
    move pay-bank-branch		to	hold-bank-branch.
    move pay-bank-acct			to	hold-bank-acct.
* 2026/oct/15 - end

    perform cc0-accept-payee		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to cb0-99-exit.
*   endif

    perform cd0-move-entry		thru	cd0-99-exit.

    rewrite doc-payee-rec.

* 2026/oct/15 - DM
    if   entry-bank-nbr    not = hold-bank-nbr
      or entry-bank-branch not = hold-bank-branch
      or entry-bank-acct   not = hold-bank-acct
    then
	perform te0-file-bank-change	thru	te0-99-exit.
*   endif
* 2026/oct/15 - end

    display "PAYEE PERIOD CHANGED".
    display confirm.
    stop " ".

cb0-99-exit.
    exit.
cc0-accept-payee.

    move "N"				to	entry-ok.

cc0-10-entry.

    display scr-payee-entry.
    accept scr-effective-to.
    accept scr-corp-name.
    accept scr-business-nbr.
    accept scr-addr-1.
    accept scr-addr-2.
    accept scr-addr-3.
    accept scr-postal-cd.
    accept scr-bank-nbr.
    accept scr-bank-branch.
    accept scr-bank-acct.

    display blank-line-24.

    if entry-effective-to not = zero
    then
	move entry-effective-to		to	entry-date
	perform xa0-edit-date		thru	xa0-99-exit
	if entry-ok not = "Y"
	then
	    go to cc0-10-entry.
*	endif
*   endif

    if   entry-effective-to not = zero
     and entry-effective-to < sel-effective-from
    then
	move 3				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if entry-corp-name = spaces
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    if   entry-bank-nbr    = zero
      or entry-bank-branch = zero
      or entry-bank-acct   = spaces
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    move "N"				to	entry-ok.
    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm = "Y"
    then
	move "Y"			to	entry-ok.
*   endif

cc0-99-exit.
    exit.
cd0-move-entry.

    move entry-effective-to		to	pay-effective-to.
    move entry-corp-name		to	pay-corp-name.
    move entry-business-nbr		to	pay-business-nbr.
    move entry-addr-1			to	pay-addr-1.
    move entry-addr-2			to	pay-addr-2.
    move entry-addr-3			to	pay-addr-3.
    move entry-postal-cd		to	pay-postal-cd.
* 2026/oct/15 - DM - the banking stays as it was - the keyed
*		     banking goes on f140 (te0) until released
    move hold-bank-nbr			to	pay-bank-nbr.
    move hold-bank-branch		to	pay-bank-branch.
    move hold-bank-acct			to	pay-bank-acct.
* 2026/oct/15 - end
    move sys-date-long			to	pay-last-maint-date.

cd0-99-exit.
    exit.
da0-list-periods.

    move 8				to	cur-line.
    move zero				to	ws-hits.

    display scr-list-head.

    move sel-doc-nbr			to	pay-doc-nbr.
    move zero				to	pay-effective-from.

    start doc-payee key is greater than or equal to pay-key
	invalid key
	    go to da0-80-done.

da0-10-read-loop.

    read doc-payee next
	at end
	    go to da0-80-done.

    if pay-doc-nbr not = sel-doc-nbr
    then
	go to da0-80-done.
*   endif

    if cur-line > 22
    then
	display confirm
	stop " "
	display blank-list-area
	move 8				to	cur-line.
*   endif

    display scr-list-line.
    add 1				to	cur-line
						ws-hits.
    go to da0-10-read-loop.

da0-80-done.

    if ws-hits = zero
    then
	display "DOCTOR IS PAID PERSONALLY - NO PAYEE PERIODS ON FILE".
*   endif

    display confirm.
    stop " ".

da0-99-exit.
    exit.
xa0-edit-date.

    move "Y"				to	entry-ok.

    if   entry-date-yy < 1900
      or entry-date-mm < 1
      or entry-date-mm > 12
      or entry-date-dd < 1
      or entry-date-dd > 31
    then
	move "N"			to	entry-ok
	move 2				to	err-ind
	perform za0-common-error	thru	za0-99-exit.
*   endif

xa0-99-exit.
    exit.
* 2026/oct/15 - DM
ta0-sign-on.

    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-sign-on.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	go to ta0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.

    read user-security
	invalid key
	    move 8			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ta0-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ta0-sign-on.
*   endif

    display blank-line-24.

ta0-99-exit.
    exit.
te0-file-bank-change.

*	(change number zero is the counter record)
    move zero				to	bc-change-nbr.

    read bank-change
	invalid key
	    move spaces			to	bank-change-ctr-rec
	    move zero			to	bc-change-nbr
					bc-last-change-nbr
	    move "*"			to	bc-status
	    write bank-change-ctr-rec.

    add 1				to	bc-last-change-nbr.
    move bc-last-change-nbr		to	ws-change-nbr.
    rewrite bank-change-ctr-rec.

    move spaces				to	bank-change-rec.
    move ws-change-nbr			to	bc-change-nbr.
    move "P"				to	bc-status.
    move "P"				to	bc-change-type.
    move "C"				to	bc-action.
    move sel-doc-nbr			to	bc-doc-nbr.
    move sel-effective-from		to	bc-pay-effective-from.
    move zero				to	bc-bank-cd
						bc-decided-date
						bc-decided-time
						bc-cb-date
						bc-cb-time
						bc-first-eft-date
						bc-first-eft-amt.
    move hold-banking			to	bc-old-banking.
    move entry-bank-nbr			to	bc-new-bank-nbr.
    move entry-bank-branch		to	bc-new-bank-branch.
    move entry-bank-acct		to	bc-new-bank-acct.
    move ws-user-id			to	bc-entered-by.
    move sys-date-long			to	bc-entered-date.
    accept sys-time			from	time.
    move sys-hrs			to	bc-entered-time (1:2).
    move sys-min			to	bc-entered-time (3:2).
    move sys-sec			to	bc-entered-time (5:2).
    move "PAYEE CORPORATION BANKING (M110)"
					to	bc-reason.

    write bank-change-rec
	invalid key
	    go to te0-99-exit.

    display scr-bank-filed.

te0-99-exit.
    exit.
* 2026/oct/15 - end
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close doc-mstr.
    close doc-payee.
* 2026/oct/15 - DM
    close user-security
	  bank-change.
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
