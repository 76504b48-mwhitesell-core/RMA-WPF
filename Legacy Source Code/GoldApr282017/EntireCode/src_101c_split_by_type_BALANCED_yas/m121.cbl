identification division.
program-id. m121.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f131 - MOH billing review (audit) package register
*			: f020 - doctor master (doctor check)
*			: f002 - claims master (claim check)
*
*   program purpose : MOH billing review package maintenance.  an
*			MOH review request is keyed here - the MOH
*			reference, the doctor, the request and due
*			dates and up to fifty claims - under the
*			next package number (key a package number of
*			zero on an add), or a request u151 loaded
*			from MOH's list is amended.  r102 produces
*			the package; the date it went to MOH and the
*			outcome of the review are recorded here once
*			known.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f131_audit_package.slr".
    copy "f020_doctor_mstr.slr".
    copy "f002_claims_mstr.slr".
*
data division.
file section.
*
    copy "f131_audit_package.fd".
    copy "f020_doctor_mstr.fd".
    copy "f002_claims_mstr.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-audit-package		pic xx	value zero.
77  status-cobol-doc-mstr		pic xx	value zero.
77  status-cobol-claims-mstr		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

77  ss-claim				pic 99	comp.
77  ws-claim-ok				pic x	value "Y".
77  ws-claims-keyed			pic 999	value zero.
77  ws-package-nbr			pic 9(6)	value zero.
77  ws-last-package-nbr			pic 9(6)	value zero.
77  eof-audit-package			pic x	value "N".

01  counters.
    05  ctr-apk-reads			pic 9(7)	value zero.
    05  ctr-apk-adds			pic 9(7)	value zero.
    05  ctr-apk-changes			pic 9(7)	value zero.
    05  ctr-apk-deletes			pic 9(7)	value zero.

    copy "f002_claims_mstr_rec1_2.ws".

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"package already on file".
	10  filler			pic x(60)   value
		"package not on file".
	10  filler			pic x(60)   value
		"doctor not on the doctor master".
	10  filler			pic x(60)   value
		"request date is required (yyyymmdd)".
	10  filler			pic x(60)   value
		"due date cannot be before the request date".
	10  filler			pic x(60)   value
		"claim not on the claims master".
	10  filler			pic x(60)   value
		"claim was billed under a different doctor".
	10  filler			pic x(60)   value
		"at least one claim is needed".
	10  filler			pic x(60)   value
		"outcome must be blank, n, p, r or w".
	10  filler			pic x(60)   value
		"an outcome needs the date the package was sent".
	10  filler			pic x(60)   value
		"recovery amount only goes with outcome p or r".
	10  filler			pic x(60)   value
		"package number must be over zero".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 13 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m121".
    05  line 01 col 15 value "MOH Billing Review Package Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-apk-key.
    05  line 05 col 01 value "PACKAGE NUMBER (ADD: 0=NEXT)".
    05  scr-package-nbr line 05 col 30 pic 9(6) using ws-package-nbr auto required.

01  scr-apk-request.
    05  line 07 col 01 value "MOH REFERENCE".
    05  scr-moh-ref line 07 col 20 pic x(15) using apk-moh-ref auto.
    05  line 07 col 45 value "DOCTOR".
    05  scr-doc-nbr line 07 col 60 pic x(3) using apk-doc-nbr auto required.
    05  line 08 col 01 value "REQUEST DATE".
    05  scr-request-date line 08 col 20 pic 9(8) using apk-request-date auto.
    05  line 08 col 45 value "DUE DATE".
    05  scr-due-date line 08 col 60 pic 9(8) using apk-due-date auto.
    05  line 09 col 01 value "CLAIMS (BATCH NBR + CLAIM NBR)".
    05  line 09 col 45 value "PRODUCED".
    05  line 09 col 60 pic 9(8) from apk-produced-date.

01  scr-apk-claims.
    05  line 10 col 05 pic x(11) using apk-claim-id (01) auto.
    05  line 10 col 20 pic x(11) using apk-claim-id (02) auto.
    05  line 10 col 35 pic x(11) using apk-claim-id (03) auto.
    05  line 10 col 50 pic x(11) using apk-claim-id (04) auto.
    05  line 10 col 65 pic x(11) using apk-claim-id (05) auto.
    05  line 11 col 05 pic x(11) using apk-claim-id (06) auto.
    05  line 11 col 20 pic x(11) using apk-claim-id (07) auto.
    05  line 11 col 35 pic x(11) using apk-claim-id (08) auto.
    05  line 11 col 50 pic x(11) using apk-claim-id (09) auto.
    05  line 11 col 65 pic x(11) using apk-claim-id (10) auto.
    05  line 12 col 05 pic x(11) using apk-claim-id (11) auto.
    05  line 12 col 20 pic x(11) using apk-claim-id (12) auto.
    05  line 12 col 35 pic x(11) using apk-claim-id (13) auto.
    05  line 12 col 50 pic x(11) using apk-claim-id (14) auto.
    05  line 12 col 65 pic x(11) using apk-claim-id (15) auto.
    05  line 13 col 05 pic x(11) using apk-claim-id (16) auto.
    05  line 13 col 20 pic x(11) using apk-claim-id (17) auto.
    05  line 13 col 35 pic x(11) using apk-claim-id (18) auto.
    05  line 13 col 50 pic x(11) using apk-claim-id (19) auto.
    05  line 13 col 65 pic x(11) using apk-claim-id (20) auto.
    05  line 14 col 05 pic x(11) using apk-claim-id (21) auto.
    05  line 14 col 20 pic x(11) using apk-claim-id (22) auto.
    05  line 14 col 35 pic x(11) using apk-claim-id (23) auto.
    05  line 14 col 50 pic x(11) using apk-claim-id (24) auto.
    05  line 14 col 65 pic x(11) using apk-claim-id (25) auto.
    05  line 15 col 05 pic x(11) using apk-claim-id (26) auto.
    05  line 15 col 20 pic x(11) using apk-claim-id (27) auto.
    05  line 15 col 35 pic x(11) using apk-claim-id (28) auto.
    05  line 15 col 50 pic x(11) using apk-claim-id (29) auto.
    05  line 15 col 65 pic x(11) using apk-claim-id (30) auto.
    05  line 16 col 05 pic x(11) using apk-claim-id (31) auto.
    05  line 16 col 20 pic x(11) using apk-claim-id (32) auto.
    05  line 16 col 35 pic x(11) using apk-claim-id (33) auto.
    05  line 16 col 50 pic x(11) using apk-claim-id (34) auto.
    05  line 16 col 65 pic x(11) using apk-claim-id (35) auto.
    05  line 17 col 05 pic x(11) using apk-claim-id (36) auto.
    05  line 17 col 20 pic x(11) using apk-claim-id (37) auto.
    05  line 17 col 35 pic x(11) using apk-claim-id (38) auto.
    05  line 17 col 50 pic x(11) using apk-claim-id (39) auto.
    05  line 17 col 65 pic x(11) using apk-claim-id (40) auto.
    05  line 18 col 05 pic x(11) using apk-claim-id (41) auto.
    05  line 18 col 20 pic x(11) using apk-claim-id (42) auto.
    05  line 18 col 35 pic x(11) using apk-claim-id (43) auto.
    05  line 18 col 50 pic x(11) using apk-claim-id (44) auto.
    05  line 18 col 65 pic x(11) using apk-claim-id (45) auto.
    05  line 19 col 05 pic x(11) using apk-claim-id (46) auto.
    05  line 19 col 20 pic x(11) using apk-claim-id (47) auto.
    05  line 19 col 35 pic x(11) using apk-claim-id (48) auto.
    05  line 19 col 50 pic x(11) using apk-claim-id (49) auto.
    05  line 19 col 65 pic x(11) using apk-claim-id (50) auto.

01  scr-apk-tracking.
    05  line 20 col 01 value "SENT TO MOH".
    05  scr-sent-date line 20 col 15 pic 9(8) using apk-sent-date auto.
    05  line 20 col 26 value "OUTCOME (N/P/R/W)".
    05  scr-outcome line 20 col 45 pic x using apk-outcome auto.
    05  line 20 col 50 value "OUTCOME DATE".
    05  scr-outcome-date line 20 col 65 pic 9(8) using apk-outcome-date auto.
    05  line 21 col 01 value "RECOVERED".
    05  scr-recovery-amt line 21 col 15 pic z,zzz,zz9.99 using apk-recovery-amt auto.
    05  line 21 col 30 value "REMARKS".
    05  scr-remarks line 21 col 38 pic x(40) using apk-remarks auto.

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 13 col 20  value "number of reads".
    05  line 13 col 60  pic z(6)9 using ctr-apk-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-apk-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-apk-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-apk-deletes.
    05  line 21 col 20	value "program m121 ending".
procedure division.
declaratives.

err-audit-package-file section.
    use after standard error procedure on audit-package.
err-audit-package.
    move status-cobol-audit-package	to common-status-file.
    display file-status-display.
    stop "error in accessing audit package register".

err-doc-mstr-file section.
    use after standard error procedure on doc-mstr.
err-doc-mstr.
    move status-cobol-doc-mstr		to common-status-file.
    display file-status-display.
    stop "error in accessing doctor master".

err-claims-mstr-file section.
    use after standard error procedure on claims-mstr.
err-claims-mstr.
    move status-cobol-claims-mstr	to common-status-file.
    display file-status-display.
    stop "error in accessing claims master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    perform ab0-processing		thru ab0-99-exit
	until end-maintenance.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o   audit-package.
    open input doc-mstr.
    open input claims-mstr.

    display scr-title.

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-entry-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not delete-code
     and not inquire-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.
    display scr-apk-key.
    accept scr-package-nbr.

*	(only an add may leave the number to the register)
    if   ws-package-nbr = zero
     and not add-code
    then
	move 13				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    if   add-code
     and ws-package-nbr = zero
    then
	perform ac0-next-package-nbr	thru	ac0-99-exit
	display scr-apk-key.
*   endif

    move ws-package-nbr			to	apk-package-nbr.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
    else
	if change-code
	then
	    perform bb0-change		thru	bb0-99-exit
	else
	    if delete-code
	    then
		perform bc0-delete	thru	bc0-99-exit
	    else
		perform bd0-inquire	thru	bd0-99-exit.
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ac0-next-package-nbr.

*	(one past the highest package on the register)
    move zero				to	ws-last-package-nbr.
    move "N"				to	eof-audit-package.
    move zero				to	apk-package-nbr.
    start audit-package key is greater than or equal to apk-package-nbr
	invalid key
	    move "Y"			to	eof-audit-package.

ac0-10-read.

    if eof-audit-package = "Y"
    then
	go to ac0-90-next.
*   endif

    read audit-package next
	at end
	    move "Y"			to	eof-audit-package
	    go to ac0-90-next.

    move apk-package-nbr		to	ws-last-package-nbr.
    go to ac0-10-read.

ac0-90-next.

    compute ws-package-nbr = ws-last-package-nbr + 1.

ac0-99-exit.
    exit.
ba0-add.

    read audit-package
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-apk-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	audit-package-rec.
    move ws-package-nbr			to	apk-package-nbr.
    move sys-date-long			to	apk-request-date.
    move zero				to	apk-due-date
						apk-claim-count
						apk-produced-date
						apk-sent-date
						apk-outcome-date
						apk-recovery-amt.
    move "K"				to	apk-source.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ba0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    move sys-date-long			to	apk-last-change-date.

    write audit-package-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-apk-adds.

ba0-99-exit.
    exit.
bb0-change.

    read audit-package
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-apk-reads.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    move sys-date-long			to	apk-last-change-date.

    rewrite audit-package-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-apk-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read audit-package
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-apk-reads.

    perform cb0-display-dtl		thru	cb0-99-exit.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete audit-package record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-apk-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read audit-package
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-apk-reads.

    perform cb0-display-dtl		thru	cb0-99-exit.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    perform cb0-display-dtl		thru	cb0-99-exit.

    accept scr-moh-ref.

ca0-10-doctor.

    accept scr-doc-nbr.
    move apk-doc-nbr			to	doc-nbr.
    read doc-mstr
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-10-doctor.

ca0-20-request-date.

    accept scr-request-date.
    if apk-request-date < 19000101
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-request-date.
*   endif

ca0-30-due-date.

    accept scr-due-date.
    if   apk-due-date not = zero
     and apk-due-date < apk-request-date
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-due-date.
*   endif

ca0-40-claims.

    accept scr-apk-claims.

*	(every claim must be on file and billed under the doctor
*	 MOH is reviewing, and at least one is needed)
    move "Y"				to	ws-claim-ok.
    move zero				to	ws-claims-keyed.
    perform ca1-check-claim		thru	ca1-99-exit
	varying ss-claim from 1 by 1
	until   ss-claim > 50
	   or   ws-claim-ok not = "Y".

    if ws-claim-ok = "N"
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-claims.
*   endif

    if ws-claim-ok = "D"
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-claims.
*   endif

    if ws-claims-keyed = zero
    then
	move 9				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-claims.
*   endif

    move ws-claims-keyed		to	apk-claim-count.

ca0-50-tracking.

    accept scr-sent-date.

ca0-60-outcome.

    accept scr-outcome.
    if   not apk-outcome-open
     and not apk-no-change
     and not apk-part-recovered
     and not apk-recovered
     and not apk-withdrawn
    then
	move 10				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-60-outcome.
*   endif

*	(MOH can only rule on a package it has been sent)
    if   not apk-outcome-open
     and apk-sent-date = zero
    then
	move 11				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-50-tracking.
*   endif

    if apk-outcome-open
    then
	move zero			to	apk-outcome-date
						apk-recovery-amt
	display scr-apk-tracking
	go to ca0-80-remarks.
*   endif

    accept scr-outcome-date.
    if apk-outcome-date = zero
    then
	move sys-date-long		to	apk-outcome-date
	display scr-apk-tracking.
*   endif

ca0-70-recovery.

    accept scr-recovery-amt.
    if   apk-recovery-amt not = zero
     and not apk-part-recovered
     and not apk-recovered
    then
	move 12				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-70-recovery.
*   endif

ca0-80-remarks.

    accept scr-remarks.

    move 0				to	err-ind.

ca0-99-exit.
    exit.
ca1-check-claim.

    if apk-claim-id (ss-claim) = spaces
    then
	go to ca1-99-exit.
*   endif

    add 1				to	ws-claims-keyed.

    move spaces				to	key-claims-mstr.
    move "B"				to	key-clm-key-type.
    move apk-claim-id (ss-claim)	to	key-clm-data (1:11).
    move zeros				to	key-clm-oma-cd
						key-clm-oma-suff
						key-clm-adj-nbr.
    read claims-mstr
	invalid key
	    move "N"			to	ws-claim-ok
	    go to ca1-99-exit.

    move claims-mstr-rec		to	claim-header-rec.
    if clmhdr-batch-nbr-3-6 (2:3) not = apk-doc-nbr
    then
	move "D"			to	ws-claim-ok.
*   endif

ca1-99-exit.
    exit.
cb0-display-dtl.

    display scr-apk-request.
    display scr-apk-claims.
    display scr-apk-tracking.

cb0-99-exit.
    exit.
az0-end-of-job.

    close audit-package
	  doc-mstr
	  claims-mstr.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
