*
*   revision history:
*
*   2026/oct/15 DM	- an archived patient or generation claim
*			  under an open legal hold (m123) is left
*			  as it is; the certificate lists each one
*			  kept with its hold and matter.
*
environment division.
input-output section.
file-control.
    05  ctr-arch-anonymized		pic 9(7)	value zero.
    05  ctr-gen-reads			pic 9(7)	value zero.
    05  ctr-gen-anonymized		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-arch-held			pic 9(7)	value zero.
    05  ctr-gen-held			pic 9(7)	value zero.

*   the records a legal hold kept - the first 50 are named on the
*   certificate, the rest counted

01  held-table.
    05  held-line			pic x(90)	occurs 50 times.
77  ss-held				pic 99		comp	value zero.
77  ws-nbr-held				pic 9(7)	value zero.
77  max-held-lines			pic 99		comp	value 50.
77  ws-nbr-more				pic 9(7)	value zero.
01  ws-held-text			pic x(90)	value spaces.
* 2026/oct/15 - end

77  nbr-lines-this-page			pic 9(3)	value zero.
77  nbr-lines-to-adv			pic 9(3)	value 1.

    copy "eventlog.ws".

* 2026/oct/15 - DM
    copy "legalhold.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".
screen section.

    05  line 12 col 60  pic z(6)9 using ctr-arch-anonymized.
    05  line 13 col 20  value "claim records anonymized".
    05  line 13 col 60  pic z(6)9 using ctr-gen-anonymized.
* 2026/oct/15 - DM
    05  line 14 col 20  value "records kept (legal hold)".
    05  line 14 col 60  pic z(7) using ws-nbr-held.
* 2026/oct/15 - end
    05  line 21 col 20	value "program u122 ending".
procedure division.
main-line section.
	go to ba0-10-arch-loop.
*   endif

* 2026/oct/15 - DM - a held patient keeps its identity
*	(key 1:16, last doctor seen 175:3 of the f010 layout)
    move "R"				to	lhp-function.
    move arch-pat-rec (1:16)		to	lhp-pat-key.
    move arch-pat-rec (175:3)		to	lhp-doc-nbr.
    move spaces				to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if lhp-record-held
    then
	add 1				to	ctr-arch-held
	move spaces			to	ws-held-text
	string "F017 PATIENT "		delimited by size
	       arch-pat-rec (1:16)	delimited by size
	       "  HOLD "		delimited by size
	       lhp-hold-nbr		delimited by size
	       "  "			delimited by size
	       lhp-matter-ref		delimited by size
					into	ws-held-text
	perform bc0-note-held		thru	bc0-99-exit
	go to ba0-10-arch-loop.
*   endif
* 2026/oct/15 - end

*	(the f010 layout inside the archive record:
*	 24:37  surname/given/initial
*	 55:6   acronym (name-derived)
	go to bb0-10-gen-loop.
*   endif

* 2026/oct/15 - DM - a held claim keeps its identity
*	(claim id 2:11, doctor 5:3, patient key 20:16)
    move "R"				to	lhp-function.
    move purge-gen-rec (20:16)		to	lhp-pat-key.
    move purge-gen-rec (5:3)		to	lhp-doc-nbr.
    move purge-gen-rec (2:11)		to	lhp-claim-id.
    call "legalhold" using legal-hold-parms.

    if lhp-record-held
    then
	add 1				to	ctr-gen-held
	move spaces			to	ws-held-text
	string "GENERATION CLAIM "	delimited by size
	       purge-gen-rec (2:11)	delimited by size
	       "  HOLD "		delimited by size
	       lhp-hold-nbr		delimited by size
	       "  "			delimited by size
	       lhp-matter-ref		delimited by size
					into	ws-held-text
	perform bc0-note-held		thru	bc0-99-exit
	go to bb0-10-gen-loop.
*   endif
* 2026/oct/15 - end

*	(the f002 header layout inside the generation record:
*	 20:17  patient half of the alternate key
*	 37:12  ohip number     49:6  acronym

bb0-99-exit.
    exit.
* 2026/oct/15 - DM
bc0-note-held.

    add 1				to	ws-nbr-held.
    if ws-nbr-held not > max-held-lines
    then
	move ws-nbr-held		to	ss-held
	move ws-held-text		to	held-line (ss-held).
*   endif

bc0-99-exit.
    exit.
* 2026/oct/15 - end
ca0-print-certificate.

    open output certificate-file.
	write certificate-record	from	c2-cert-line after advancing 1 line.
*   endif

* 2026/oct/15 - DM
    perform cb0-print-held		thru	cb0-99-exit.
* 2026/oct/15 - end

    move "IDENTIFYING FIELDS DESTROYED: NAME, ADDRESS, PHONE,"
					to	c3-text.
    write certificate-record		from	c3-text-line after advancing 2 lines.

ca0-99-exit.
    exit.
* 2026/oct/15 - DM
cb0-print-held.

    move "F017 RECORDS KEPT UNDER LEGAL HOLD"
					to	c2-text.
    move ctr-arch-held			to	c2-count.
    write certificate-record		from	c2-cert-line after advancing 2 lines.

    if sel-do-gen = "Y" or "y"
    then
	move "GENERATION CLAIM HEADERS KEPT UNDER LEGAL HOLD"
					to	c2-text
	move ctr-gen-held		to	c2-count
	write certificate-record	from	c2-cert-line after advancing 1 line.
*   endif

    if ws-nbr-held = zero
    then
	go to cb0-99-exit.
*   endif

    move "KEPT - NOT ANONYMIZED:"	to	c3-text.
    write certificate-record		from	c3-text-line after advancing 2 lines.

    perform cb1-print-held-line		thru	cb1-99-exit
	varying ss-held from 1 by 1
	until   ss-held > max-held-lines
	   or   ss-held > ws-nbr-held.

    if ws-nbr-held > max-held-lines
    then
	move spaces			to	c3-text
	subtract max-held-lines		from	ws-nbr-held
					giving	ws-nbr-more
	string "    AND "		delimited by size
	       ws-nbr-more		delimited by size
	       " MORE"			delimited by size
					into	c3-text
	write certificate-record	from	c3-text-line after advancing 1 line.
*   endif

cb0-99-exit.
    exit.
cb1-print-held-line.

    move spaces				to	c3-text.
    string "    "			delimited by size
	   held-line (ss-held)		delimited by size
					into	c3-text.
    write certificate-record		from	c3-text-line after advancing 1 line.

cb1-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    accept sys-time			from time.
