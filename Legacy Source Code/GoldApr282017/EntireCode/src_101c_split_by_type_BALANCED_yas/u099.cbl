*				  archive first (purge date stamped),
*				  so u098 can reinstate a purged
*				  patient - see f017_purged_pat_arch.slr
*
*  revised 2026/oct/15 D.M.	- a patient under an open legal hold
*				  (m123 - the patient, or the doctor or
*				  client last seen) is never purged; it
*				  is kept, listed on ru099 with the hold
*				  and matter, and counted as retained.

environment division.
input-output section. 
77  status-purged-pat-arch			pic xx	value zero.
77  ctr-pat-mstr-archived			pic 9(7)	value zero.
* 2019/apr/29 - end
* 2026/oct/15 - DM
77  ctr-pat-mstr-held				pic 9(7)	value zero.
77  ctr-pat-mstr-hso-held			pic 9(7)	value zero.
77  ctr-pat-mstr-non-hso-held			pic 9(7)	value zero.
* 2026/oct/15 - end
77  ws-dry-run-flag				pic x	value "N".
    88  dry-run-yes				value "Y".
    88  dry-run-no				value "N".
 
 
    copy "sysdatetime.ws". 
* 2026/oct/15 - DM
    copy "legalhold.ws".
* 2026/oct/15 - end
01 h1-audit-head. 
 
    05  filler				pic x(46)    value 
	10  filler			pic x(5). 
	10  l3-outst-claims		pic zzz9. 
	10  filler			pic x(4). 
* 2026/oct/15 - DM
    05  l4-print-line redefines l1-print-line.
	10  filler			pic x(1).
	10  l4-surname			pic x(15).
	10  filler			pic x(1).
	10  l4-given-name		pic x(12).
	10  filler			pic x(2).
	10  l4-pat-key			pic x(16).
	10  filler			pic x(2).
	10  l4-held-text		pic x(24).
	10  l4-hold-nbr			pic 9(6).
	10  filler			pic x(2).
	10  l4-matter-ref		pic x(20).
	10  filler			pic x(31).
* 2026/oct/15 - end
 
 
screen section. 
**  05  line  8 col 60  pic 9(7) from ctr-subscr-mstr-del. 
    05  line  9 col 20  value "NUMBER OF PATIENT DELETES = ". 
    05  line  9 col 60  pic 9(7) from ctr-pat-mstr-del. 
* 2026/oct/15 - DM
    05  line 10 col 20  value "PATIENTS KEPT - LEGAL HOLD = ".
    05  line 10 col 60  pic 9(7) from ctr-pat-mstr-held.
* 2026/oct/15 - end
    05  line 21 col 20	value "PROGRAM U099 ENDING". 
* (y2k - auto fix)
*   05  line 21 col 40  pic 99	from sys-yy. 
 
    move 2				to	nbr-lines-to-adv. 
    perform xb0-write-audit-record      thru	xb0-99-exit. 

* 2026/oct/15 - DM - of those retained, kept by a legal hold
    move 'OF WHICH LEGAL HOLD'		to	l2-pat-subscr.
    move ctr-pat-mstr-hso-held		to	l2-hso-ret.
    move ctr-pat-mstr-non-hso-held	to	l2-non-hso-ret.
    move zero				to	l2-hso-del
						l2-non-hso-del.
    move 1				to	nbr-lines-to-adv.
    perform xb0-write-audit-record	thru	xb0-99-exit.
* 2026/oct/15 - end
 
**  move 'SUBSCRIBERS'			to	l2-pat-subscr. 
**  move ctr-subscr-mstr-hso-del	to	l2-hso-del. 
 
    perform ca0-sel-read-pat-rec	thru	ca0-99-exit 
	until del-ind = "Y" or eof-pat-mstr = "Y". 
* 2026/oct/15 - DM - a held patient is kept whatever its activity
    if del-ind = "Y"
    then
	perform dh0-check-legal-hold	thru	dh0-99-exit.
*   endif
* 2026/oct/15 - end
    if del-ind = "Y" 
    then 
	perform da0-del-pat-rec		thru	da0-99-exit 
dz0-99-exit.
    exit.
* 2019/apr/29 - end
* 2026/oct/15 - DM
dh0-check-legal-hold.

    move "R"				to	lhp-function.
    move key-pat-mstr			to	lhp-pat-key.
    move pat-last-doc-nbr-seen (2:3)	to	lhp-doc-nbr.
    move spaces				to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if not lhp-record-held
    then
	go to dh0-99-exit.
*   endif

    move "N"				to	del-ind.

    move pat-surname			to	l4-surname.
    move pat-given-name			to	l4-given-name.
    move key-pat-mstr			to	l4-pat-key.
    move "KEPT - LEGAL HOLD NBR"	to	l4-held-text.
    move lhp-hold-nbr			to	l4-hold-nbr.
    move lhp-matter-ref			to	l4-matter-ref.
    perform xb0-write-audit-record	thru	xb0-99-exit.

    add 1				to	ctr-pat-mstr-held.
    if hso
    then
	add 1				to	ctr-pat-mstr-hso-held
	add 1				to	ctr-pat-mstr-hso-ret
    else
	add 1				to	ctr-pat-mstr-non-hso-held
	add 1				to	ctr-pat-mstr-non-hso-ret.
*   endif

dh0-99-exit.
    exit.
* 2026/oct/15 - end
xa0-print-hdr. 
 
    add 1				to	page-nbr. 
