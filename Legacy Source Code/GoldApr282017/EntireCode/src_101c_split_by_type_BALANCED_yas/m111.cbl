identification division.
program-id. m111.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f115 - employer health tax rate table
*
*   program purpose : employer health tax rate maintenance - one
*			record per tax year: the annual exemption,
*			the remuneration over which monthly
*			instalments are required and up to 6 rate
*			tiers ("up to" total remuneration and the
*			rate; zero "up to" on the last tier used =
*			no upper limit).  option A adds a year, C
*			changes one, I inquires.  r154 reads it.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f115_eht_rate.slr".
*
data division.
file section.
*
    copy "f115_eht_rate.fd".
*
working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-eht-rate		pic xx	value zero.

77  ws-option				pic x	value spaces.
    88  option-add				value "A".
    88  option-change				value "C".
    88  option-inquire				value "I".
    88  option-end				value "*".

77  ws-confirm				pic x	value spaces.
77  entry-ok				pic x	value "N".
77  ss-tier				pic 9	value zero.
77  tiers-ended				pic x	value "N".

01  sel-tax-year			pic 9(4)	value zero.

01  entry-rates.
    05  entry-exemption			pic 9(7)v99	value zero.
    05  entry-instal-threshold		pic 9(7)v99	value zero.
    05  entry-tiers.
	10  entry-upto-1		pic 9(9)v99	value zero.
	10  entry-rate-1		pic 9v9(4)	value zero.
	10  entry-upto-2		pic 9(9)v99	value zero.
	10  entry-rate-2		pic 9v9(4)	value zero.
	10  entry-upto-3		pic 9(9)v99	value zero.
	10  entry-rate-3		pic 9v9(4)	value zero.
	10  entry-upto-4		pic 9(9)v99	value zero.
	10  entry-rate-4		pic 9v9(4)	value zero.
	10  entry-upto-5		pic 9(9)v99	value zero.
	10  entry-rate-5		pic 9v9(4)	value zero.
	10  entry-upto-6		pic 9(9)v99	value zero.
	10  entry-rate-6		pic 9v9(4)	value zero.
    05  entry-tier-tbl redefines entry-tiers.
	10  entry-tier			occurs 6 times.
	    15  entry-upto		pic 9(9)v99.
	    15  entry-rate		pic 9v9(4).

01  error-message-table.
    05  error-messages.
	10  filler			pic x(60)	value
		"INVALID TAX YEAR".
	10  filler			pic x(60)	value
		"RATES FOR THAT TAX YEAR ARE ALREADY ON FILE".
	10  filler			pic x(60)	value
		"NO RATES ON FILE FOR THAT TAX YEAR".
	10  filler			pic x(60)	value
		"THE FIRST TIER NEEDS A RATE".
	10  filler			pic x(60)	value
		"TIER LIMITS MUST RISE - ZERO LIMIT ONLY ON THE LAST TIER".
	10  filler			pic x(60)	value
		"A TIER WITH A LIMIT NEEDS A RATE".
    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 6 times.
01  err-msg-comment			pic x(60).

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m111".
    05  line 01 col 15 value "Employer Health Tax Rates".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-option.
    05  line 03 col 01 value "OPTION (A=add C=change I=inquire *=end)".
    05  scr-option-fld line 03 col 55 pic x using ws-option auto required.

01  scr-year-key.
    05  line 05 col 01 value "TAX YEAR".
    05  scr-tax-year line 05 col 30 pic 9(4) using sel-tax-year auto required.

01  scr-rate-entry.
    05  line 07 col 01 value "ANNUAL EXEMPTION".
    05  scr-exemption line 07 col 30 pic z(6)9.99 using entry-exemption auto.
    05  line 08 col 01 value "INSTALMENTS REQUIRED OVER".
    05  scr-instal-threshold line 08 col 30 pic z(6)9.99 using entry-instal-threshold auto.
    05  line 10 col 01 value "TIER   REMUNERATION UP TO (0=NO LIMIT)   RATE %".
    05  line 11 col 03 value "1".
    05  scr-upto-1 line 11 col 10 pic z(8)9.99 using entry-upto-1 auto.
    05  scr-rate-1 line 11 col 43 pic 9.9999 using entry-rate-1 auto.
    05  line 12 col 03 value "2".
    05  scr-upto-2 line 12 col 10 pic z(8)9.99 using entry-upto-2 auto.
    05  scr-rate-2 line 12 col 43 pic 9.9999 using entry-rate-2 auto.
    05  line 13 col 03 value "3".
    05  scr-upto-3 line 13 col 10 pic z(8)9.99 using entry-upto-3 auto.
    05  scr-rate-3 line 13 col 43 pic 9.9999 using entry-rate-3 auto.
    05  line 14 col 03 value "4".
    05  scr-upto-4 line 14 col 10 pic z(8)9.99 using entry-upto-4 auto.
    05  scr-rate-4 line 14 col 43 pic 9.9999 using entry-rate-4 auto.
    05  line 15 col 03 value "5".
    05  scr-upto-5 line 15 col 10 pic z(8)9.99 using entry-upto-5 auto.
    05  scr-rate-5 line 15 col 43 pic 9.9999 using entry-rate-5 auto.
    05  line 16 col 03 value "6".
    05  scr-upto-6 line 16 col 10 pic z(8)9.99 using entry-upto-6 auto.
    05  scr-rate-6 line 16 col 43 pic 9.9999 using entry-rate-6 auto.

01  scr-confirm.
    05  line 21 col 01 value "ACCEPT (Y/N)".
    05  scr-confirm-fld line 21 col 15 pic x using ws-confirm auto required.

01  scr-err-msg-line.
    05  line 24 col 01 pic x(60) from err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-work-area.
    05  line 05 col 01 blank screen.

01  blank-line-24.
    05  line 24 col 01 blank line.

01  scr-closing-screen.
    05  blank screen.
    05  line 21 col 20	value "program m111 ending".
procedure division.
declaratives.

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
	until option-end.
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    open i-o eht-rate.

    display scr-title.

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
      and not option-inquire
    then
	go to ab0-99-exit.
*   endif

    display blank-work-area.
    display scr-year-key.
    accept scr-tax-year.

    if   sel-tax-year < 1990
      or sel-tax-year > 2099
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move sel-tax-year			to	eht-tax-year.

    if option-add
    then
	perform ca0-add-year		thru	ca0-99-exit
	go to ab0-99-exit.
*   endif

    read eht-rate
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ab0-99-exit.

    move eht-exemption			to	entry-exemption.
    move eht-instal-threshold		to	entry-instal-threshold.
    move eht-tier-tbl			to	entry-tiers.

    if option-inquire
    then
	display scr-rate-entry
	display confirm
	stop " "
	go to ab0-99-exit.
*   endif

    perform cc0-accept-rates		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ab0-99-exit.
*   endif

    perform cd0-move-entry		thru	cd0-99-exit.
    rewrite eht-rate-rec.

    display "EHT RATES CHANGED".
    display confirm.
    stop " ".

ab0-99-exit.
    exit.
ca0-add-year.

    read eht-rate
	invalid key
	    go to ca0-10-new.

    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ca0-99-exit.

ca0-10-new.

    move zero				to	entry-rates.

    perform cc0-accept-rates		thru	cc0-99-exit.
    if entry-ok not = "Y"
    then
	go to ca0-99-exit.
*   endif

    move spaces				to	eht-rate-rec.
    move sel-tax-year			to	eht-tax-year.
    perform cd0-move-entry		thru	cd0-99-exit.

    write eht-rate-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ca0-99-exit.

    display "EHT RATES ADDED".
    display confirm.
    stop " ".

ca0-99-exit.
    exit.
cc0-accept-rates.

    move "N"				to	entry-ok.

cc0-10-entry.

    display scr-rate-entry.
    accept scr-exemption.
    accept scr-instal-threshold.
    accept scr-upto-1.
    accept scr-rate-1.
    accept scr-upto-2.
    accept scr-rate-2.
    accept scr-upto-3.
    accept scr-rate-3.
    accept scr-upto-4.
    accept scr-rate-4.
    accept scr-upto-5.
    accept scr-rate-5.
    accept scr-upto-6.
    accept scr-rate-6.

    display blank-line-24.

    if entry-rate (1) = zero
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

*	(walk the tiers - once a tier has no limit every tier after
*	 it must be empty)
    move "N"				to	tiers-ended.
    move zero				to	err-ind.
    perform cc1-edit-tier		thru	cc1-99-exit
	varying ss-tier from 1 by 1
	until ss-tier > 6.

    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to cc0-10-entry.
*   endif

    move spaces				to	ws-confirm.
    display scr-confirm.
    accept scr-confirm-fld.

    if ws-confirm = "Y"
    then
	move "Y"			to	entry-ok.
*   endif

cc0-99-exit.
    exit.
cc1-edit-tier.

    if   tiers-ended = "Y"
     and (   entry-upto (ss-tier) not = zero
	  or entry-rate (ss-tier) not = zero)
    then
	move 5				to	err-ind
	go to cc1-99-exit.
*   endif

    if tiers-ended = "Y"
    then
	go to cc1-99-exit.
*   endif

    if   entry-upto (ss-tier) not = zero
     and entry-rate (ss-tier) = zero
    then
	move 6				to	err-ind
	go to cc1-99-exit.
*   endif

    if   ss-tier > 1
     and entry-upto (ss-tier) not = zero
     and entry-upto (ss-tier) not > entry-upto (ss-tier - 1)
    then
	move 5				to	err-ind
	go to cc1-99-exit.
*   endif

    if entry-upto (ss-tier) = zero
    then
	move "Y"			to	tiers-ended.
*   endif

cc1-99-exit.
    exit.
cd0-move-entry.

    move entry-exemption		to	eht-exemption.
    move entry-instal-threshold		to	eht-instal-threshold.
    move entry-tiers			to	eht-tier-tbl.
    move sys-date-long			to	eht-last-maint-date.

cd0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display scr-err-msg-line.

za0-99-exit.
    exit.
az0-end-of-job.

    close eht-rate.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
