identification division.
program-id. legalhold.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f136 - legal hold register
*			: f073 - client/doctor master
*
*   program purpose : the one answer to "is this record under a
*			legal hold".  on the first call the open
*			holds (status open, release date not yet
*			reached) are loaded from f136 along with
*			the doctor-to-client list from f073, so a
*			client hold covers every doctor of the
*			client; each call then checks the record
*			the caller passes (legalhold.ws) against
*			every hold - a patient by patient key, a
*			doctor or client by doctor number, a claim
*			range by claim id, and an archived report
*			generation by clinic and period end against
*			the stretch each hold keeps.  callers skip
*			whatever comes back held and list it.
*			  should the register ever outgrow the
*			  table every record answers held, so a
*			  purge can only ever keep too much.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f136_legal_hold.slr".
*
    copy "f073_client_doc_mstr.slr".
*
data division.
file section.
*
    copy "f136_legal_hold.fd".
*
    copy "f073_client_doc_mstr.fd".
*
working-storage section.

77  status-cobol-legal-hold		pic xx	value zero.
77  status-cobol-client-doc-mstr	pic xx	value zero.

77  ws-holds-loaded			pic x	value "N".
77  ws-table-full			pic x	value "N".
77  ws-eof				pic x	value "N".
77  ws-match				pic x	value "N".
77  ss-hold				pic 9(4)	comp	value zero.
77  ss-doc				pic 9(4)	comp	value zero.
77  ws-nbr-holds			pic 9(4)	comp	value zero.
77  max-holds				pic 9(4)	comp	value 300.

*   the open holds

01  hold-table.
    05  ht-hold				occurs 300 times.
	10  ht-hold-nbr			pic 9(6).
	10  ht-hold-type		pic x.
	10  ht-pat-key			pic x(16).
	10  ht-doc-nbr			pic x(3).
	10  ht-client-id		pic x(5).
	10  ht-claim-from		pic x(11).
	10  ht-claim-to			pic x(11).
	10  ht-clinic-nbr		pic 99.
	10  ht-period-from		pic 9(8).
	10  ht-period-to		pic 9(8).
	10  ht-matter-ref		pic x(20).

*   each doctor's client, by doctor number

01  doc-client-table.
    05  dc-client-id			pic x(5)
			occurs 999 times.

01  ws-doc-nbr				pic x(3)	value spaces.
01  ws-doc-nbr-r redefines ws-doc-nbr	pic 9(3).

    copy "sysdatetime.ws".

linkage section.

01  legal-hold-parms.
    05  lhp-function			pic x.
    05  lhp-pat-key			pic x(16).
    05  lhp-doc-nbr			pic x(3).
    05  lhp-claim-id			pic x(11).
    05  lhp-clinic-nbr			pic 99.
    05  lhp-period-end			pic 9(8).
    05  lhp-held			pic x.
    05  lhp-hold-nbr			pic 9(6).
    05  lhp-matter-ref			pic x(20).
    05  lhp-nbr-holds			pic 9(4).
    05  lhp-hold-match			occurs 300 times.
	10  lhp-match-hold-nbr		pic 9(6).
	10  lhp-match-flag		pic x.

procedure division using legal-hold-parms.
main-line section.
mainline.

    if ws-holds-loaded not = "Y"
    then
	perform aa0-load-holds		thru aa0-99-exit.
*   endif

    move "N"				to	lhp-held.
    move zero				to	lhp-hold-nbr.
    move spaces				to	lhp-matter-ref.
    move ws-nbr-holds			to	lhp-nbr-holds.

    if ws-table-full = "Y"
    then
	move "Y"			to	lhp-held
	move "HOLD TABLE FULL"		to	lhp-matter-ref.
*   endif

*	(the client of the doctor passed, for the client holds)
    move lhp-doc-nbr			to	ws-doc-nbr.

    perform ba0-check-hold		thru ba0-99-exit
	varying ss-hold from 1 by 1
	until   ss-hold > ws-nbr-holds.

    exit program.
aa0-load-holds.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    move "Y"				to	ws-holds-loaded.
    move zero				to	ws-nbr-holds.
    move spaces				to	doc-client-table.

    open input legal-hold.

*	(no register yet - nothing is held)
    if status-cobol-legal-hold not = "00"
    then
	go to aa0-50-clients.
*   endif

    move "N"				to	ws-eof.
    perform ab0-load-hold		thru ab0-99-exit
	until ws-eof = "Y".

    close legal-hold.

aa0-50-clients.

    open input client-doc-mstr.

    if status-cobol-client-doc-mstr not = "00"
    then
	go to aa0-99-exit.
*   endif

    move "N"				to	ws-eof.
    perform ac0-load-client		thru ac0-99-exit
	until ws-eof = "Y".

    close client-doc-mstr.

aa0-99-exit.
    exit.
ab0-load-hold.

    read legal-hold next
	at end
	    move "Y"			to	ws-eof
	    go to ab0-99-exit.

    if   lh-hold-counter
      or not lh-open
    then
	go to ab0-99-exit.
*   endif

    if   lh-release-date not = zero
     and lh-release-date not > sys-date-long-r
    then
	go to ab0-99-exit.
*   endif

    if ws-nbr-holds not < max-holds
    then
	display "legal hold register exceeds the hold table"
	move "Y"			to	ws-table-full
	go to ab0-99-exit.
*   endif

    add 1				to	ws-nbr-holds.
    move lh-hold-nbr			to	ht-hold-nbr	(ws-nbr-holds).
    move lh-hold-type			to	ht-hold-type	(ws-nbr-holds).
    move lh-pat-key			to	ht-pat-key	(ws-nbr-holds).
    move lh-doc-nbr			to	ht-doc-nbr	(ws-nbr-holds).
    move lh-client-id			to	ht-client-id	(ws-nbr-holds).
    move lh-claim-from			to	ht-claim-from	(ws-nbr-holds).
    move lh-claim-to			to	ht-claim-to	(ws-nbr-holds).
    move lh-clinic-nbr			to	ht-clinic-nbr	(ws-nbr-holds).
    move lh-period-from			to	ht-period-from	(ws-nbr-holds).
    move lh-period-to			to	ht-period-to	(ws-nbr-holds).
    move lh-matter-ref			to	ht-matter-ref	(ws-nbr-holds).

ab0-99-exit.
    exit.
ac0-load-client.

    read client-doc-mstr next
	at end
	    move "Y"			to	ws-eof
	    go to ac0-99-exit.

    if   doc-nbr of client-doc-rec not numeric
      or doc-nbr of client-doc-rec = zero
    then
	go to ac0-99-exit.
*   endif

    move doc-nbr of client-doc-rec	to	ss-doc.
    move client-id of client-doc-rec	to	dc-client-id (ss-doc).

ac0-99-exit.
    exit.
ba0-check-hold.

    move ht-hold-nbr (ss-hold)		to	lhp-match-hold-nbr (ss-hold).
    move "N"				to	lhp-match-flag (ss-hold).
    move "N"				to	ws-match.

    if lhp-function = "A"
    then
	perform bb0-check-archive	thru	bb0-99-exit
    else
	perform bc0-check-record	thru	bc0-99-exit.
*   endif

    if ws-match not = "Y"
    then
	go to ba0-99-exit.
*   endif

    move "Y"				to	lhp-match-flag (ss-hold).

*	(the first hold that catches the record names it)
    if lhp-held not = "Y"
    then
	move "Y"			to	lhp-held
	move ht-hold-nbr (ss-hold)	to	lhp-hold-nbr
	move ht-matter-ref (ss-hold)	to	lhp-matter-ref.
*   endif

ba0-99-exit.
    exit.
bb0-check-archive.

    if   ht-clinic-nbr (ss-hold) not = zero
     and ht-clinic-nbr (ss-hold) not = lhp-clinic-nbr
    then
	go to bb0-99-exit.
*   endif

    if   lhp-period-end < ht-period-from (ss-hold)
      or lhp-period-end > ht-period-to (ss-hold)
    then
	go to bb0-99-exit.
*   endif

    move "Y"				to	ws-match.

bb0-99-exit.
    exit.
bc0-check-record.

    if ht-hold-type (ss-hold) = "P"
    then
	if   lhp-pat-key not = spaces
	 and lhp-pat-key = ht-pat-key (ss-hold)
	then
	    move "Y"			to	ws-match
	end-if
	go to bc0-99-exit.
*   endif

    if ht-hold-type (ss-hold) = "D"
    then
	if   lhp-doc-nbr not = spaces
	 and lhp-doc-nbr = ht-doc-nbr (ss-hold)
	then
	    move "Y"			to	ws-match
	end-if
	go to bc0-99-exit.
*   endif

    if ht-hold-type (ss-hold) = "C"
    then
	if   ws-doc-nbr numeric
	 and ws-doc-nbr-r not = zero
	then
	    if dc-client-id (ws-doc-nbr-r) = ht-client-id (ss-hold)
	    then
		move "Y"		to	ws-match
	    end-if
	end-if
	go to bc0-99-exit.
*   endif

    if ht-hold-type (ss-hold) = "R"
    then
	if   lhp-claim-id not = spaces
	 and lhp-claim-id not < ht-claim-from (ss-hold)
	 and lhp-claim-id not > ht-claim-to (ss-hold)
	then
	    move "Y"			to	ws-match.
*	endif
*   endif

bc0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
