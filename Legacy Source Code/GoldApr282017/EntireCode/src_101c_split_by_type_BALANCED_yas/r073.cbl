*			   printed reports by hand - see
*			   xr0-read-recon-totals/xr1-compare-recon-totals.
*
*  2026/Oct/15      DM   - a claim meeting the purge criteria that is
*			   under an open legal hold (m123) is counted
*			   as retained, the same as r071 does - u154
*			   will have put it back on the master - and
*			   listed with the hold and matter.
*
environment division.
input-output section. 
file-control. 
77  totals-written				pic x	value "N". 
77  display-key-type				pic x(7). 
77  ss                                          pic 9(2) comp.
* 2026/oct/15 - DM
77  ws-purge-candidate				pic x	value "N".
77  ctr-claims-held				pic 9(9) value zero.
* 2026/oct/15 - end

    copy  "site_id.ws".

copy "sysdatetime.ws". 
 
copy "agent_code.ws". 

* 2026/oct/15 - DM
    copy "legalhold.ws".
* 2026/oct/15 - end
 
01  header-1.     
    05  filler				pic x(15)	value 
               )
          )
* 2008/04/17 - end
* 2026/oct/15 - DM - a purge candidate under legal hold is kept
    then 
	move "Y"			to	ws-purge-candidate 
    else 
	move "N"			to	ws-purge-candidate. 
*   endif 

    if ws-purge-candidate = "Y" 
    then 
	perform ab3-check-legal-hold	thru	ab3-99-exit. 
*   endif 

    if ws-purge-candidate = "Y" 
* 2026/oct/15 - end
    then 
*	(delete) 
	perform ab1-ctr-del		thru	ab1-99-exit 
 
ab2-99-exit. 
    exit. 
* 2026/oct/15 - DM
ab3-check-legal-hold. 

    move "R"				to	lhp-function. 
    move clmhdr-pat-id (1:16)		to	lhp-pat-key. 
    move clmhdr-batch-nbr-3-6 (2:3)	to	lhp-doc-nbr. 
    move clmhdr-claim-id		to	lhp-claim-id. 
    call "legalhold" using legal-hold-parms. 

    if not lhp-record-held 
    then 
	go to ab3-99-exit. 
*   endif 

    move "N"				to	ws-purge-candidate. 
    add 1				to	ctr-claims-held. 

    move spaces				to	l1-msg. 
    string "LEGAL HOLD "		delimited by size 
	   lhp-hold-nbr			delimited by size 
	   " "				delimited by size 
	   lhp-matter-ref		delimited by size 
	   " CLM "				delimited by size 
	   clmhdr-claim-id		delimited by size 
				into	l1-msg. 
    move 1				to	line-advance. 
    perform xa0-write-audit-rpt-line	thru	xa0-99-exit. 

ab3-99-exit. 
    exit. 
* 2026/oct/15 - end
az0-finalization.

*	(print last clinic'S TOTALS)
    move ctr-amt-claims-mstr-in-acctrec		to	l3-amt. 
    move 1					to	line-advance. 
    perform xa0-write-audit-rpt-line		thru	xa0-99-exit. 

* 2026/oct/15 - DM
    move "  OF WHICH KEPT BY LEGAL HOLD - NUMBER"	to	l2-msg. 
    move ctr-claims-held			to	l2-ctr. 
    move 1					to	line-advance. 
    perform xa0-write-audit-rpt-line		thru	xa0-99-exit. 
* 2026/oct/15 - end
 
    move "(TOTAL CLAIMS RECORDS READ - NUMBER)"	to	l2-msg. 
    move ctr-claims-mstr-reads			to	l2-ctr. 
