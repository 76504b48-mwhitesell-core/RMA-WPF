* 
*    files      f080  : bank master file 
*		rm080 : audit file 
*		f098  : user security master
*		f140  : banking change file
* 
*    program purpose : bank file master maintenance.   
* 
*				  the full number (see ib0-acpt-bank-acct,
*				  mb0-mask-bank-acct-nbr)
*
*   2026/oct/15 D.M.		- dual control on the bank master: the
*				  user signs on against f098 and an add,
*				  change or delete is filed on f140 as a
*				  pending banking change (old and new
*				  record images) instead of being written
*				  - a different user releases it in m126
*				  after a callback (see sa0-file-pending-
*				  change)
*
environment division.
input-output section. 
file-control. 
*   place your file select statements here 
* 
copy "f080_bank_mstr.slr". 
* 
* 2026/oct/15 - DM
    copy "f098_user_security.slr".
*
    copy "f140_bank_change.slr".
* 2026/oct/15 - end
* 
    select audit-file 
          assign to printer print-file-name 
file section. 
* 
copy "f080_bank_mstr.fd". 
* 2026/oct/15 - DM
    copy "f098_user_security.fd".
*
    copy "f140_bank_change.fd".
* 2026/oct/15 - end
fd  audit-file 
    record contains 132 characters. 
 
    02 status-bank-mstr-2			pic x(1).

77  status-audit-rpt				pic xx	  value zero. 
* 2026/oct/15 - DM
77  status-cobol-user-security			pic xx	  value zero.
77  status-cobol-bank-change			pic xx	  value zero.

77  ws-user-id					pic x(8)  value spaces.
77  ws-entered-password				pic x(8)  value spaces.
77  ws-change-nbr				pic 9(6)  value zero.

*   the record as it stood when read - filed with the change so the
*   release can tell if the bank master moved in the meantime
01  hold-old-bank-image				pic x(147) value spaces.
* 2026/oct/15 - end
 
01  ws-bank-cd. 
    05  ws-bank-nbr				pic 9(4) value zeroes. 
			"REPLY MUST BE 'Y'ES OR 'N'O".
	10  filler				pic x(60)   value
			"ERROR MESSAGE # 11 GOES HERE".
* 2026/oct/15 - DM
	10  filler				pic x(60)   value
			"SIGN-ON NOT ACCEPTED".
* 2026/oct/15 - end
 
    05  error-messages-r redefines error-messages. 
	10  err-msg				pic x(60) 
			occurs 12 times. 
 
01  err-msg-comment				pic x(60). 
 
					bank-account-nbr auto.

 
* 2026/oct/15 - DM
01  scr-sign-on.
    05  line 03 col 22	value "USER ID (BLANK=END)".
    05  scr-user-id	line 03 col 45 pic x(8) using ws-user-id auto.
    05  line 03 col 55	value "PASSWORD".
    05  scr-password	line 03 col 65 pic x(8) using ws-entered-password
						secure auto.

01  scr-filed.
    05  line 22 col 01	value "FILED AS PENDING BANKING CHANGE".
    05  line 22 col 33	pic 9(6) from ws-change-nbr.
    05  line 22 col 40	value "- RELEASE BY ANOTHER USER IN M126".
* 2026/oct/15 - end

01  scr-reject-entry. 
    05  line 24 col 50	value "ENTRY IS ". 
    05  line 24 col 59	value "REJECTED"	bell blink. 
    05  line  7 col 60  pic z(6)9 from ctr-bank-mstr-changes. 
    05  line  8 col 20  value "                    DELETES". 
    05  line  8 col 60  pic z(6)9 from ctr-bank-mstr-deletes. 
* 2026/oct/15 - DM
    05  line 10 col 20	value "(ADDS/CHANGES/DELETES ARE FILED AS PENDING".
    05  line 11 col 20	value " BANKING CHANGES - RELEASED IN M126)".
* 2026/oct/15 - end
    05  line 21 col 20	value "PROGRAM M080 ENDING". 
* (y2k - auto fix)
*   05  line 21 col 40	pic 99	from sys-yy. 
*    expunge 	audit-file. 
    open i-o	bank-mstr. 
    open output audit-file. 
* 2026/oct/15 - DM
    open input	user-security.
    open i-o	bank-change.

*	(fresh system - no banking change has been keyed yet)
    if status-cobol-bank-change = "35"
    then
	open output bank-change
	close bank-change
	open i-o bank-change.
*   endif

    perform ta0-sign-on			thru	ta0-99-exit.
* 2026/oct/15 - end
 
**  if option = "A" 
**  then 
    exit. 
ab0-processing. 
 
* 2026/oct/15 - DM - no sign-on, no maintenance
    if ws-user-id = spaces
    then
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

    display scr-title. 
 
    accept scr-title. 
*   (else) 
*   endif 
 
* 2026/oct/15 - DM - the change goes on f140 as pending - m126
*		     writes it to the bank master on release
	if flag = "Y" 
	then 
	    perform ra0-write-audit-rpt thru	ra0-99-exit 
	    perform sa0-file-pending-change
					thru	sa0-99-exit.
*	endif 
* 2026/oct/15 - end
 
	    if flag = "N" 
	    then 

    move "Y"				to flag.
    move bank-cd			to	ws-bank-cd.
* 2026/oct/15 - DM
    move bank-mstr-rec			to	hold-old-bank-image.
* 2026/oct/15 - end

    add 1				to ctr-bank-mstr-reads.
    perform mb0-mask-bank-acct-nbr	thru	mb0-99-exit.
 
 
 
* 2026/oct/15 - DM - retired: the bank master is written only by m126
*		when a second user releases a pending banking change
** na0-write-bank-mstr.
**
**  write bank-mstr-rec
**	invalid key
**	    perform err-bank-mstr.
**
**  add 1				to ctr-bank-mstr-adds.
**
** na0-99-exit.
**  exit.
**
**
**
**
** pa0-re-write-bank-mstr.
**
**  rewrite bank-mstr-rec.
**  add 1				to ctr-bank-mstr-changes.
**
** pa0-99-exit.
**  exit.
**
**
**
**
**
** qa0-delete-bank-mstr.
**
**  delete bank-mstr record.
**  add 1				to	ctr-bank-mstr-deletes.
**
** qa0-99-exit.
**  exit.
* 2026/oct/15 - end
 
 
 
 
ra0-99-exit. 
    exit. 
* 2026/oct/15 - DM
sa0-file-pending-change.

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
    move "B"				to	bc-change-type.
    move option				to	bc-action.
    move zero				to	bc-pay-effective-from
						bc-old-bank-nbr
						bc-old-bank-branch
						bc-new-bank-nbr
						bc-new-bank-branch
						bc-decided-date
						bc-decided-time
						bc-cb-date
						bc-cb-time
						bc-first-eft-date
						bc-first-eft-amt.
    move ws-bank-cd			to	bc-bank-cd.

    if option not = "A"
    then
	move hold-old-bank-image	to	bc-old-bank-image
	move bank-nbr			to	bc-old-bank-nbr
	move branch-nbr			to	bc-old-bank-branch
	move hold-old-bank-image (136:12)
					to	bc-old-bank-acct.
*   endif

    if option not = "D"
    then
	move ws-bank-cd			to	bank-cd
	move bank-mstr-rec		to	bc-new-bank-image
	move bank-nbr			to	bc-new-bank-nbr
	move branch-nbr			to	bc-new-bank-branch
	move bank-account-nbr		to	bc-new-bank-acct.
*   endif

    move ws-user-id			to	bc-entered-by.
    move sys-date-long			to	bc-entered-date.
    accept sys-time			from	time.
    move sys-hrs			to	bc-entered-time (1:2).
    move sys-min			to	bc-entered-time (3:2).
    move sys-sec			to	bc-entered-time (5:2).
    move "BANK MASTER MAINTENANCE (M080)"
					to	bc-reason.

    write bank-change-rec
	invalid key
	    go to sa0-99-exit.

    if option = "A"
    then
	add 1				to	ctr-bank-mstr-adds
    else
	if option = "C"
	then
	    add 1			to	ctr-bank-mstr-changes
	else
	    add 1			to	ctr-bank-mstr-deletes.
*	endif
*   endif

    display scr-filed.
    display confirm.
    stop " ".

sa0-99-exit.
    exit.
ta0-sign-on.

    move spaces				to	ws-user-id
						ws-entered-password.
    display blank-screen.
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
	    move 12			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ta0-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ta0-sign-on.
*   endif

ta0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job. 
    
    close bank-mstr. 
    close  audit-file. 
* 2026/oct/15 - DM
    close user-security
	  bank-change.
* 2026/oct/15 - end
 
az0-100-end-job. 
 
