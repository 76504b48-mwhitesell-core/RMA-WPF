*   files		: f002 - claims master
*			: f050 - doctor revenue master
*			: f064 - central event log (via eventlog)
*			: f141 - claim notes (via clmnote)
*			: ru128 - mass change register (printer)
*
*   program purpose : supervised mass claim-header correction.  when
*
*   revision history:
*
*   2026/oct/15 DM	- a claim moved to a new doctor takes its f141
*			  notes with it (clmnote), and any open
*			  tickler event a note raised goes onto the
*			  new doctor's queue.
*
environment division.
input-output section.
file-control.
    05  tot-claims-selected		pic 9(7)	value zero.
    05  tot-claims-changed		pic 9(7)	value zero.
    05  tot-resubmit-queued		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  tot-notes-moved			pic 9(7)	value zero.
* 2026/oct/15 - end
    05  tot-amt-selected		pic s9(11)v99	comp-3	value zero.

77  page-nbr				pic 9(3)	value zero.

    copy "clmjrnl.ws".

* 2026/oct/15 - DM
    copy "clmnote.ws".
* 2026/oct/15 - end

    copy "eventlog.ws".

    copy "sysdatetime.ws".
    05  line 13 col 60  pic z(6)9 using tot-claims-changed.
    05  line 14 col 20  value "queued for resubmission".
    05  line 14 col 60  pic z(6)9 using tot-resubmit-queued.
* 2026/oct/15 - DM
    05  line 15 col 20  value "claim notes moved".
    05  line 15 col 60  pic z(6)9 using tot-notes-moved.
* 2026/oct/15 - end
    05  line 21 col 20	value "program u128 ending".
procedure division.
declaratives.
    move claims-mstr-rec		to	cjp-after-image.
    call "clmjrnl" using clm-jrnl-parms.

* 2026/oct/15 - DM - the claim's notes follow it to the new doctor
    if sel-new-doc not = spaces
    then
	move spaces			to	claim-note-parms
	move "M"			to	cnp-function
	move clmhdr-claim-id		to	cnp-claim-id
	move "u128"			to	cnp-pgm
	move sel-new-doc (2:3)		to	cnp-doc-nbr
	move spaces			to	cnp-pat-key
	move zero			to	cnp-follow-up-date
	call "clmnote" using claim-note-parms
	add cnp-nbr-notes		to	tot-notes-moved.
*   endif
* 2026/oct/15 - end

    add 1				to	tot-claims-changed.

    if ws-was-submitted = "Y"
