*			: f011 - subscriber master
*			: f002 - claims master
*			: f086 - corrected patient id log
*			: f141 - claim notes (via clmnote)
*			: ru998 - merge audit report (printer)
*
*   program purpose : supervised patient merge.  u994 finds the
*
*   revision history:
*
*   2026/oct/15 DM	- each re-pointed claim's f141 notes are moved
*			  to the survivor (clmnote), open tickler
*			  events included.
*
environment division.
input-output section.
file-control.
    05  ctr-claims-rekeyed		pic 9(7)	value zero.
    05  ctr-hdrs-corrected		pic 9(7)	value zero.
    05  ctr-subscr-rekeyed		pic 9(7)	value zero.
* 2026/oct/15 - DM
    05  ctr-notes-moved			pic 9(7)	value zero.
* 2026/oct/15 - end

01  error-message-table.

    copy "clmjrnl.ws".
* 2019/dec/16 - end

* 2026/oct/15 - DM
    copy "clmnote.ws".
* 2026/oct/15 - end

*   print layouts

77  page-nbr				pic 9(3)	value zero.
    05  line 14 col 60  pic z(6)9 using ctr-hdrs-corrected.
    05  line 15 col 20  value "subscriber records re-keyed".
    05  line 15 col 60  pic z(6)9 using ctr-subscr-rekeyed.
* 2026/oct/15 - DM
    05  line 16 col 20  value "claim notes moved".
    05  line 16 col 60  pic z(6)9 using ctr-notes-moved.
* 2026/oct/15 - end
    05  line 21 col 20	value "program u998 ending".
procedure division.
declaratives.
    add 1				to	ctr-claims-rekeyed.
    add 1				to	ctr-hdrs-corrected.

* 2026/oct/15 - DM - the claim's notes follow it to the survivor
    move spaces				to	claim-note-parms.
    move "M"				to	cnp-function.
    move hold-rekey-key (ss-rekey) (2:11)
					to	cnp-claim-id.
    move "u998"				to	cnp-pgm.
    move spaces				to	cnp-doc-nbr.
    move ws-survivor-key		to	cnp-pat-key.
    move zero				to	cnp-follow-up-date.
    call "clmnote" using claim-note-parms.
    add cnp-nbr-notes			to	ctr-notes-moved.
* 2026/oct/15 - end

    move "RE-POINTED"			to	l2-action.
    move hold-rekey-key (ss-rekey)	to	l2-claim-key.
    move ws-survivor-key		to	l2-new-key.
