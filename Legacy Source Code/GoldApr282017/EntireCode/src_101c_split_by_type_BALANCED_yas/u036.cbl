*		: "u036_edi_claim_export.sf" - daily electronic claim
*			  submission export for edi-capable insurers
*		: "ru036" - audit report
*		: f163  - outbound transmission register (via outreg)
*
*    program purpose : direct-bill claims for a subdivision are only
*		       ever mailed out as a printed invoice (u035a/
*
*		2018/12/14 (m.c.) - written.
*
*		2026/10/15 (dm) - every export record goes through outreg's
*				  content hash and the finished file is
*				  filed on the f163 outbound register as
*				  "EDI", with the amount exported as its
*				  control total, to be marked sent in m137.
*
environment division.
input-output section.
file-control.
    05  ctr-claims-exported		pic 9(7).
    05  ctr-lines-prt			pic 99.

*   (outbound register control total - the amount exported)
77  tot-amt-exported			pic s9(11)v99	value zero.

copy "outreg.ws".

01  head-line-1.

    05  filler				pic x(11)	value "U036".

    write edi-export-rec.
    add 1				to	ctr-claims-exported.
    add exp-amt-billed			to	tot-amt-exported.

    move "H"				to	orp-function.
    move edi-export-rec		to	orp-record.
    move 65				to	orp-rec-len.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    add 1				to	ctr-lines-prt.
    if ctr-lines-prt > 55
	  edi-export-file
	  audit-file.

    perform xr5-register-export-file	thru	xr5-99-exit.

    stop run.

az0-99-exit.
    exit.

xr5-register-export-file.

    move "P"				to	orp-function.
    move "EDI"				to	orp-file-type.
    move "u036"				to	orp-pgm.
    move "u036_edi_claim_export.sf"	to	orp-file-name.
    move tot-amt-exported		to	orp-dollar-total.
    move space				to	orp-result
						orp-dup-xmit.
    call "outreg" using outbound-reg-parms
	on exception
	    continue.

    if orp-result not = "Y"
    then
	display "u036 - FILE NOT FILED ON THE OUTBOUND REGISTER".
*   (endif)

    if orp-dup-xmit = "Y"
    then
	display "u036 - SAME CONTENT AS A FILE ALREADY SENT - DO NOT SEND".
*   (endif)

xr5-99-exit.
    exit.


    copy "y2k_default_sysdate_century.rtn".
