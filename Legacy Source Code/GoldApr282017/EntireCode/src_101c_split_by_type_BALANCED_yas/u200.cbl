*		: f200  - oscar provider master
*		: "u200_oscar_export.sf" - daily claims export for OSCAR
*		: "ru200" - audit report
*		: f163  - outbound transmission register (via outreg)
*
*    program purpose : f200/oscar provider menu only ever handled
*		       provider setup for the OSCAR EMR link - there was
*
*		2018/03/22 (dm) - written.
*
*		2026/10/15 (dm) - every export record goes through outreg's
*				  content hash and the finished file is
*				  filed on the f163 outbound register as
*				  "OSCR", with the amount exported as its
*				  control total, to be marked sent in m137.
*
environment division.
input-output section.
file-control.
    05  ctr-oscar-provider-reads	pic 9(7).
    05  ctr-lines-prt			pic 99.

*   (outbound register control total - the amount exported)
77  tot-amt-exported			pic s9(11)v99	value zero.

copy "outreg.ws".

01  head-line-1.

    05  filler				pic x(11)	value "U200".

    write oscar-export-rec.
    add 1				to	ctr-claims-exported.
    add exp-amt-billed			to	tot-amt-exported.

    move "H"				to	orp-function.
    move oscar-export-rec		to	orp-record.
    move 45				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    add 1				to	ctr-lines-prt.
    if ctr-lines-prt > 55
	  oscar-export-file
	  audit-file.

    perform xr5-register-export-file	thru	xr5-99-exit.

    stop run.

az0-99-exit.
    exit.

xr5-register-export-file.

    move "P"				to	orp-function.
    move "OSCR"				to	orp-file-type.
    move "u200"				to	orp-pgm.
    move "u200_oscar_export.sf"	to	orp-file-name.
    move tot-amt-exported		to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "u200 - FILE NOT FILED ON THE OUTBOUND REGISTER".
*   (endif)

    if orp-dup-xmit = "Y"
    then
	display "u200 - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   (endif)

xr5-99-exit.
    exit.


    copy "y2k_default_sysdate_century.rtn".
