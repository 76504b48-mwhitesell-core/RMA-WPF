*   files		: f002 - claims master
*			: f072 - client master
*			: f073 - client/doctor master
*			: f142 - returned mail register (via retmail)
*			: f143 - bad-address worklist (via retmail)
*			: ru039 - consolidated statements (printer)
*
*   program purpose : consolidated monthly client statements.  the
*   2019/nov/25 DM	- statement heading follows the client
*			  language byte.
*
*   2026/oct/15 DM	- no statement to a client whose mail has come
*			  back undeliverable (f142) - the client and
*			  its new balance go on the f143 bad-address
*			  worklist instead.
*
environment division.
input-output section.
file-control.

77  ws-new-balance			pic s9(7)v99	value zero.
77  ws-prior-balance			pic s9(7)v99	value zero.
* 2026/oct/15 - DM
77  ws-held-balance			pic s9(7)v99	value zero.
* 2026/oct/15 - end

    copy "def_agents.ws".

    05  ctr-statements-printed		pic 9(5)	value zero.
    05  ctr-lines-collected		pic 9(5)	value zero.
    05  ctr-lines-dropped		pic 9(5)	value zero.
* 2026/oct/15 - DM
    05  ctr-bad-addr-held		pic 9(5)	value zero.
* 2026/oct/15 - end

77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.

    copy "f002_claims_mstr_rec1_2.ws".

* 2026/oct/15 - DM
    copy "retmail.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
procedure division.
declaratives.
	go to cb0-99-exit.
*   endif

* 2026/oct/15 - DM - the address came back - hold the statement
    move spaces				to	returned-mail-parms.
    move "Q"				to	rmp-function.
    move "C"				to	rmp-addressee-type.
    move client-id of client-mstr-rec	to	rmp-addressee-key.
    move zero				to	rmp-amount
						rmp-returned-date.
    call "retmail" using returned-mail-parms.

    if rmp-undeliverable
    then
	move "W"			to	rmp-function
	move "u039"			to	rmp-pgm
	move "M"			to	rmp-mailing
	move client-desc		to	rmp-name
	move zero			to	ws-held-balance
	perform cg0-sum-held-balance	thru	cg0-99-exit
	    varying ss-ln from 1 by 1
	    until ss-ln > nbr-lines-tbl
	move ws-held-balance		to	rmp-amount
	call "retmail" using returned-mail-parms
	add 1				to	ctr-bad-addr-held
	go to cb0-99-exit.
*   endif
* 2026/oct/15 - end

*	(heading and address block - in the client language)
* 2019/nov/25 - DM
    if client-language = "F"

cc0-99-exit.
    exit.
* 2026/oct/15 - DM - what a held statement would have asked for
cg0-sum-held-balance.

    if sl-client-id (ss-ln) = client-id of client-mstr-rec
    then
	add sl-new-bal (ss-ln)		to	ws-held-balance.
*   endif

cg0-99-exit.
    exit.
* 2026/oct/15 - end
cd0-print-client-line.

    if sl-client-id (ss-ln) not = client-id of client-mstr-rec
    display "u039 - lines collected    " ctr-lines-collected.
    display "u039 - lines dropped      " ctr-lines-dropped.
    display "u039 - statements printed " ctr-statements-printed.
* 2026/oct/15 - DM
    display "u039 - held - bad address " ctr-bad-addr-held.
* 2026/oct/15 - end

    stop run.

