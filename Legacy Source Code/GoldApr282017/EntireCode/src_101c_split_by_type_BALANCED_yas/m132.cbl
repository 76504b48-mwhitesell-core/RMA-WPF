identification division.
program-id. m132.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f156 - preventive care bonus table
*
*   program purpose : preventive care bonus table maintenance - for
*			each screening program the eligible sex and
*			age range, the look-back, the tracking and
*			exclusion fee codes and the bonus tiers the
*			r157 coverage run works from.  the MOH
*			changes the codes and the tiers from time to
*			time; nothing about them is in a program.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f156_prev_care_tbl.slr".
*
data division.
file section.
*
    copy "f156_prev_care_tbl.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-prev-care-tbl		pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".

01  ws-pct-key-entry.
    05  ws-pct-program			pic x(4)	value spaces.

77  ss-t				pic 9		value zero.

01  counters.
    05  ctr-prog-reads			pic 9(7)	value zero.
    05  ctr-prog-adds			pic 9(7)	value zero.
    05  ctr-prog-changes		pic 9(7)	value zero.
    05  ctr-prog-deletes		pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i or * to end".
	10  filler			pic x(60)   value
		"program already on file".
	10  filler			pic x(60)   value
		"program not on file".
	10  filler			pic x(60)   value
		"sex must be 0 (either), 1 (male) or 2 (female)".
	10  filler			pic x(60)   value
		"age unit must be Y (years) or M (months)".
	10  filler			pic x(60)   value
		"age to must not be less than age from".
	10  filler			pic x(60)   value
		"look-back months must be greater than zero".
	10  filler			pic x(60)   value
		"at least one tracking code is required".
	10  filler			pic x(60)   value
		"tier percentages must rise, 100 or less, zeros last".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 9 times.

01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m132".
    05  line 01 col 15 value "Preventive Care Bonus Table Maintenance".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-entry-type.
    05  line 03 col 01 value "ENTRY TYPE (A=add C=change D=delete I=inquire *=end)".
    05  scr-type line 03 col 60 pic x using entry-type auto required.

01  scr-pct-key.
    05  line 05 col 01 value "PROGRAM CODE".
    05  scr-program line 05 col 30 pic x(4) using ws-pct-program auto required.

01  scr-pct-dtl.
    05  line 06 col 01 value "DESCRIPTION".
    05  scr-desc line 06 col 30 pic x(30) using pct-desc auto.
    05  line 07 col 01 value "SEX (0=either 1=male 2=female)".
    05  scr-sex line 07 col 35 pic 9 using pct-sex auto.
    05  line 08 col 01 value "AGE IN (Y)EARS OR (M)ONTHS".
    05  scr-age-unit line 08 col 35 pic x using pct-age-unit auto.
    05  line 09 col 01 value "AGE FROM / TO AT MARCH 31".
    05  scr-age-from line 09 col 35 pic zz9 using pct-age-from auto.
    05  scr-age-to line 09 col 40 pic zz9 using pct-age-to auto.
    05  line 10 col 01 value "LOOK-BACK MONTHS".
    05  scr-lookback line 10 col 35 pic zz9 using pct-lookback-mths auto.
    05  line 11 col 01 value "TRACKING FEE CODES".
    05  scr-track-1 line 11 col 35 pic x(4) using pct-track-cd (1) auto.
    05  scr-track-2 line 11 col 41 pic x(4) using pct-track-cd (2) auto.
    05  scr-track-3 line 11 col 47 pic x(4) using pct-track-cd (3) auto.
    05  scr-track-4 line 11 col 53 pic x(4) using pct-track-cd (4) auto.
    05  scr-track-5 line 11 col 59 pic x(4) using pct-track-cd (5) auto.
    05  scr-track-6 line 11 col 65 pic x(4) using pct-track-cd (6) auto.
    05  line 12 col 01 value "EXCLUSION FEE CODES".
    05  scr-excl-1 line 12 col 35 pic x(4) using pct-excl-cd (1) auto.
    05  scr-excl-2 line 12 col 41 pic x(4) using pct-excl-cd (2) auto.
    05  scr-excl-3 line 12 col 47 pic x(4) using pct-excl-cd (3) auto.
    05  scr-excl-4 line 12 col 53 pic x(4) using pct-excl-cd (4) auto.
    05  line 13 col 01 value "TIER      COVERAGE %      BONUS".
    05  line 14 col 03 value "1".
    05  scr-tier-pct-1 line 14 col 15 pic zz9 using pct-tier-pct (1) auto.
    05  scr-tier-bonus-1 line 14 col 25 pic zz,zz9.99 using pct-tier-bonus (1) auto.
    05  line 15 col 03 value "2".
    05  scr-tier-pct-2 line 15 col 15 pic zz9 using pct-tier-pct (2) auto.
    05  scr-tier-bonus-2 line 15 col 25 pic zz,zz9.99 using pct-tier-bonus (2) auto.
    05  line 16 col 03 value "3".
    05  scr-tier-pct-3 line 16 col 15 pic zz9 using pct-tier-pct (3) auto.
    05  scr-tier-bonus-3 line 16 col 25 pic zz,zz9.99 using pct-tier-bonus (3) auto.
    05  line 17 col 03 value "4".
    05  scr-tier-pct-4 line 17 col 15 pic zz9 using pct-tier-pct (4) auto.
    05  scr-tier-bonus-4 line 17 col 25 pic zz,zz9.99 using pct-tier-bonus (4) auto.
    05  line 18 col 03 value "5".
    05  scr-tier-pct-5 line 18 col 15 pic zz9 using pct-tier-pct (5) auto.
    05  scr-tier-bonus-5 line 18 col 25 pic zz,zz9.99 using pct-tier-bonus (5) auto.

01  scr-confirm.
    05  line 20 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 20 col 25 pic x using ws-continue auto required.

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
    05  line 13 col 60  pic z(6)9 using ctr-prog-reads.
    05  line 14 col 20  value "number of adds".
    05  line 14 col 60  pic z(6)9 using ctr-prog-adds.
    05  line 15 col 20  value "number of changes".
    05  line 15 col 60  pic z(6)9 using ctr-prog-changes.
    05  line 16 col 20  value "number of deletes".
    05  line 16 col 60  pic z(6)9 using ctr-prog-deletes.
    05  line 21 col 20	value "program m132 ending".
procedure division.
declaratives.

err-prev-care-file section.
    use after standard error procedure on prev-care-tbl.
err-prev-care-tbl.
    move status-cobol-prev-care-tbl	to common-status-file.
    display file-status-display.
    stop "error in accessing preventive care bonus table".

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

    open i-o prev-care-tbl.

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
    display scr-pct-key.
    accept scr-program.

    move ws-pct-program			to	pct-program.

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
ba0-add.

    read prev-care-tbl
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-prog-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	prev-care-rec.
    move ws-pct-program			to	pct-program.
    move zero				to	pct-sex
						pct-age-from
						pct-age-to
						pct-lookback-mths.
    move "Y"				to	pct-age-unit.
    perform ba1-clear-tier		thru	ba1-99-exit
	varying ss-t from 1 by 1
	until ss-t > 5.

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

    write prev-care-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-prog-adds.

ba0-99-exit.
    exit.
ba1-clear-tier.

    move zero				to	pct-tier-pct (ss-t)
						pct-tier-bonus (ss-t).

ba1-99-exit.
    exit.
bb0-change.

    read prev-care-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-prog-reads.

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

    rewrite prev-care-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-prog-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read prev-care-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-prog-reads.

    display scr-pct-dtl.
    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete prev-care-tbl record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-prog-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read prev-care-tbl
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-prog-reads.

    display scr-pct-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-pct-dtl.

    accept scr-desc.

ca0-10-sex.

    accept scr-sex.
    if pct-sex > 2
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-sex.
*   endif

ca0-20-age-unit.

    accept scr-age-unit.
    if pct-age-unit = "y"
    then
	move "Y"			to	pct-age-unit.
*   endif
    if pct-age-unit = "m"
    then
	move "M"			to	pct-age-unit.
*   endif
    if   not pct-age-in-years
     and not pct-age-in-months
    then
	move 5				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-age-unit.
*   endif

ca0-30-age-range.

    accept scr-age-from.
    accept scr-age-to.
    if pct-age-to < pct-age-from
    then
	move 6				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-30-age-range.
*   endif

ca0-40-lookback.

    accept scr-lookback.
    if pct-lookback-mths = zero
    then
	move 7				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-40-lookback.
*   endif

ca0-50-codes.

    accept scr-track-1.
    accept scr-track-2.
    accept scr-track-3.
    accept scr-track-4.
    accept scr-track-5.
    accept scr-track-6.
    if pct-track-cd (1) = spaces
    then
	move 8				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-50-codes.
*   endif

    accept scr-excl-1.
    accept scr-excl-2.
    accept scr-excl-3.
    accept scr-excl-4.

ca0-60-tiers.

    accept scr-tier-pct-1.
    accept scr-tier-bonus-1.
    accept scr-tier-pct-2.
    accept scr-tier-bonus-2.
    accept scr-tier-pct-3.
    accept scr-tier-bonus-3.
    accept scr-tier-pct-4.
    accept scr-tier-bonus-4.
    accept scr-tier-pct-5.
    accept scr-tier-bonus-5.

*	(r157 reads the tiers lowest first and stops at the first
*	 zero - each must rise, none over 100%)
    move 0				to	err-ind.
    perform cb0-check-tier		thru	cb0-99-exit
	varying ss-t from 1 by 1
	until ss-t > 5.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ca0-60-tiers.
*   endif

    move 0				to	err-ind.

ca0-99-exit.
    exit.
cb0-check-tier.

    if pct-tier-pct (ss-t) > 100
    then
	move 9				to	err-ind
	go to cb0-99-exit.
*   endif

    if ss-t = 1
    then
	go to cb0-99-exit.
*   endif

    if   pct-tier-pct (ss-t) not = zero
     and pct-tier-pct (ss-t) not > pct-tier-pct (ss-t - 1)
    then
	move 9				to	err-ind.
*   endif

    if   pct-tier-pct (ss-t) not = zero
     and pct-tier-pct (ss-t - 1) = zero
    then
	move 9				to	err-ind.
*   endif

cb0-99-exit.
    exit.
az0-end-of-job.

    close prev-care-tbl.

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
