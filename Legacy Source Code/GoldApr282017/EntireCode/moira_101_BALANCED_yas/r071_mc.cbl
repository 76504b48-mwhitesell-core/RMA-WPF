*			   totals instead of an operator comparing the
*			   two printed reports by hand - see
*			   xr0-write-recon-totals.
*  2026/Oct/15      DM   - a claim that meets the purge criteria but
*			   is under an open legal hold (m123) is kept
*			   - counted as retained, listed with the hold
*			   and matter.  u154 puts it back after u072
*			   so the master matches this report.

environment division.
input-output section. 
77  sw-printed-bat-type                       pic x. 
77  sw-printed-adj-type                       pic x. 
77  ss					      pic 9(2) comp.
* 2026/oct/15 - DM
77  ws-purge-candidate                        pic x   value "N".
77  ctr-claims-held                           pic 9(9) value zero.
* 2026/oct/15 - end
 
01  begin-time. 
    05  begin-hrs                             pic 99.      
copy "sysdatetime.ws". 
 
copy "agent_code.ws". 

* 2026/oct/15 - DM
    copy "legalhold.ws".
* 2026/oct/15 - end
 
01  header-1.     
    05  filler                         pic x(15)       value "R071    P.E.D. ". 
                 or (balance-due = 0)
               ) 
	  )
* 2026/oct/15 - DM - a purge candidate under legal hold is kept
    then 
        move "Y"                        to      ws-purge-candidate 
    else 
        move "N"                        to      ws-purge-candidate. 
*   endif 

    if ws-purge-candidate = "Y" 
    then 
        perform ab3-check-legal-hold    thru    ab3-99-exit. 
*   endif 

    if ws-purge-candidate = "Y" 
* 2026/oct/15 - end
    then 
*       (DELETE) 
        perform ab1-ctr-del             thru    ab1-99-exit 
 
ab2-99-exit. 
    exit. 
* 2026/oct/15 - DM
ab3-check-legal-hold. 

    move "R"                             to      lhp-function. 
    move clmhdr-pat-id (1:16)            to      lhp-pat-key. 
    move clmhdr-batch-nbr-3-6 (2:3)      to      lhp-doc-nbr. 
    move clmhdr-claim-id                 to      lhp-claim-id. 
    call "legalhold" using legal-hold-parms. 

    if not lhp-record-held 
    then 
        go to ab3-99-exit. 
*   endif 

    move "N"                             to      ws-purge-candidate. 
    add 1                                to      ctr-claims-held. 

    move spaces                          to      l1-msg. 
    string "LEGAL HOLD "          delimited by size 
           lhp-hold-nbr                  delimited by size 
           " "                           delimited by size 
           lhp-matter-ref                delimited by size 
           " CLM "                       delimited by size 
           clmhdr-claim-id               delimited by size 
                                 into    l1-msg. 
    move 1                               to      line-advance. 
    perform xa0-write-audit-rpt-line     thru    xa0-99-exit. 

ab3-99-exit. 
    exit. 
* 2026/oct/15 - end
az0-finalization.

*        (PRINT LAST CLINIC'S TOTALS)
    move 1                                       to      line-advance. 
    perform xa0-write-audit-rpt-line             thru    xa0-99-exit. 

* 2026/oct/15 - DM
    move "  OF WHICH KEPT BY LEGAL HOLD - NUMBER" to     l2-msg. 
    move ctr-claims-held                         to      l2-ctr. 
    move 1                                       to      line-advance. 
    perform xa0-write-audit-rpt-line             thru    xa0-99-exit. 
* 2026/oct/15 - end

    move "(TOTAL CLAIMS RECORDS READ - NUMBER)"  to      l2-msg. 
    move ctr-claims-mstr-reads                   to      l2-ctr. 
    move 2                                       to      line-advance. 
