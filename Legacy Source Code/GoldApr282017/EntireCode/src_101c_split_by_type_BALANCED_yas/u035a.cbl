*               : f010    - patient master 
*		: u035wf  - work file 
*		: ru035a  - print file 
*		: f142    - returned mail register (via retmail)
*		: f143    - bad-address worklist (via retmail)
* 
* 
*    program purpose : to print the direct billing invoices 
* 1999/jan/31 B.E.	- y2k
*
* 2003/dec/10 M.C.	- alpha doc nbr
*
* 2026/oct/15 D.M.	- do not select agent 7 (ifhp) claims - they go to
*			  the administrator on the u145 claims file
*
* 2026/oct/15 D.M.	- no invoice to a patient whose mail has come back
*			  undeliverable (f142) - the claim goes on the
*			  f143 bad-address worklist instead


environment division. 
    05  ctr-clm-shdw-writes			pic 9(7). 
    05  ctr-invalid-pat-reads			pic 9(7). 
    05  ctr-invalid-clms-mstr-reads             pic 9(7). 
* 2026/oct/15 - DM
    05  ctr-bad-addr-held			pic 9(7).
* 2026/oct/15 - end
 
* 
*	print lines 
    05  e1-error-msg				pic x(119). 
 
    copy "sysdatetime.ws". 

* 2026/oct/15 - DM
    copy "retmail.ws".
* 2026/oct/15 - end
 
screen section. 
 
    then 
	go to ba0-99-exit. 
*   endif 

* 2026/oct/15 - DM
    if clmrec-hdr-agent-cd = 7
    then
	go to ba0-99-exit.
*   endif
* 2026/oct/15 - end

* 2026/oct/15 - DM - the address came back - hold the invoice
    move spaces				to	returned-mail-parms.
    move "Q"				to	rmp-function.
    move "P"				to	rmp-addressee-type.
    move clm-shadow-patient		to	rmp-addressee-key.
    move zero				to	rmp-amount
						rmp-returned-date.
    call "retmail" using returned-mail-parms.

    if rmp-undeliverable
    then
	perform bb0-hold-invoice	thru	bb0-99-exit
	go to ba0-99-exit.
*   endif
* 2026/oct/15 - end
 
    move clmrec-hdr-agent-cd            to wf-shadow-agent. 
    move clm-shadow-clinic		to wf-shadow-clinic. 
 
ba0-99-exit. 
    exit. 
* 2026/oct/15 - DM
bb0-hold-invoice.

    move "W"				to	rmp-function.
    move "u035a"			to	rmp-pgm.
    move "I"				to	rmp-mailing.
    move spaces				to	rmp-name.
    string pat-given-name delimited by "  "
	   " "			delimited by size
	   pat-surname		delimited by size
				into	rmp-name.
    add clmrec-hdr-tot-claim-ar-oma, clmrec-hdr-tot-claim-ar-ohip
					giving	rmp-amount.
    move clm-shadow-batch-nbr		to	rmp-ref (1:9).
    move clm-shadow-claim-nbr		to	rmp-ref (10:2).
    call "retmail" using returned-mail-parms.

    add 1				to	ctr-bad-addr-held.

bb0-99-exit.
    exit.
* 2026/oct/15 - end
 
 
ya0-read-claim-shadow-next. 
