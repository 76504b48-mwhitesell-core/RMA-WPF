identification division.
program-id. clmnote.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f141 - claim notes
*			: f029 - follow-up events (tickler)
*
*   program purpose : the one place claim notes get written.  the
*			screens that key a note (d003 and its
*			correction workbench, d004, m062) fill the
*			claim-note-parms block (clmnote.ws) and
*			call; the note is numbered within the claim
*			and the date/time stamp goes on here.  a
*			note keyed with a follow-up date raises an
*			open f029 event for the claim's doctor on
*			that date, so it lands on the tickler queue.
*			d003 calls for the claim's note count, and
*			u128/u998 call to carry the notes (and any
*			open event they raised) over to the claim's
*			new doctor or patient.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f141_claim_notes.slr".
*
    copy "f029_followup_events_mstr.slr".
*
data division.
file section.
*
    copy "f141_claim_notes.fd".
*
    copy "f029_followup_events_mstr.fd".
*
working-storage section.

77  status-cobol-claim-notes		pic xx	value zero.
77  status-followup-events-mstr		pic xx	value zero.

77  ws-last-seq				pic 9(3)	value zero.
77  ws-event-nbr			pic 9(4)	value zero.
77  ws-events-open			pic x	value "N".
77  ws-cat-desc				pic x(15)	value spaces.

01  ws-new-doc-nbr			pic x(3)	value spaces.
01  ws-new-pat-key			pic x(16)	value spaces.

    copy "sysdatetime.ws".

linkage section.

01  claim-note-parms.
    05  cnp-function			pic x.
    05  cnp-claim-id			pic x(11).
    05  cnp-pgm				pic x(8).
    05  cnp-operator			pic x(8).
    05  cnp-category			pic x.
    05  cnp-note-text			pic x(120).
    05  cnp-follow-up-date		pic 9(8).
    05  cnp-doc-nbr			pic x(3).
    05  cnp-pat-key			pic x(16).
    05  cnp-ok				pic x.
    05  cnp-note-seq			pic 9(3).
    05  cnp-event-nbr			pic 9(4).
    05  cnp-nbr-notes			pic 9(4).
    05  cnp-last-note-date		pic 9(8).
    05  cnp-last-category		pic x.

procedure division using claim-note-parms.
main-line section.
mainline.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.
    accept sys-time			from time.

    move "N"				to	cnp-ok.
    move zero				to	cnp-note-seq
						cnp-event-nbr
						cnp-nbr-notes
						cnp-last-note-date.
    move space				to	cnp-last-category.

    if cnp-function = "A"
    then
	perform ba0-add-note		thru ba0-99-exit.
*   endif

    if cnp-function = "C"
    then
	perform ca0-count-notes		thru ca0-99-exit.
*   endif

    if cnp-function = "M"
    then
	perform da0-move-notes		thru da0-99-exit.
*   endif

    exit program.
aa0-open-notes.

*	(the first note ever keyed creates the file)
    open i-o claim-notes.

    if status-cobol-claim-notes = "35"
    then
	open output claim-notes
	close claim-notes
	open i-o claim-notes.
*   endif

aa0-99-exit.
    exit.
aa1-open-events.

    move "N"				to	ws-events-open.

    open i-o followup-events-mstr.

    if status-followup-events-mstr = "35"
    then
	open output followup-events-mstr
	close followup-events-mstr
	open i-o followup-events-mstr.
*   endif

    if status-followup-events-mstr = "00"
    then
	move "Y"			to	ws-events-open.
*   endif

aa1-99-exit.
    exit.
ba0-add-note.

    perform aa0-open-notes		thru aa0-99-exit.

    if status-cobol-claim-notes not = "00"
    then
	go to ba0-99-exit.
*   endif

    perform xa0-count-notes		thru xa0-99-exit.

    if ws-last-seq not < 999
    then
	close claim-notes
	go to ba0-99-exit.
*   endif

    move spaces				to	claim-notes-rec.
    move cnp-claim-id			to	cn-claim-id.
    add 1, ws-last-seq			giving	cn-note-seq.
    move cnp-category			to	cn-category.
    move sys-date-long			to	cn-note-date.
    move sys-hrs			to	cn-note-time (1:2).
    move sys-min			to	cn-note-time (3:2).
    move sys-sec			to	cn-note-time (5:2).
    move cnp-operator			to	cn-operator.
    move cnp-pgm			to	cn-pgm.
    move cnp-note-text			to	cn-note-text.
    move cnp-follow-up-date		to	cn-follow-up-date.
    move zero				to	cn-fe-event-nbr
						cn-moved-date.
    move cnp-doc-nbr			to	cn-doc-nbr.
    move cnp-pat-key			to	cn-pat-key.

*	(a follow-up date goes on the doctor's tickler)
    if   cnp-follow-up-date not = zero
     and cnp-doc-nbr not = spaces
    then
	perform bb0-raise-event		thru bb0-99-exit.
*   endif

    write claim-notes-rec
	invalid key
	    close claim-notes
	    go to ba0-99-exit.

    move "Y"				to	cnp-ok.
    move cn-note-seq			to	cnp-note-seq.
    move cn-fe-event-nbr		to	cnp-event-nbr.
    add 1				to	cnp-nbr-notes.
    move cn-note-date			to	cnp-last-note-date.
    move cn-category			to	cnp-last-category.

    close claim-notes.

ba0-99-exit.
    exit.
bb0-raise-event.

    perform aa1-open-events		thru aa1-99-exit.

    if ws-events-open not = "Y"
    then
	go to bb0-99-exit.
*   endif

    move spaces				to	followup-events-mstr-rec.
    move cnp-doc-nbr			to	fe-doc-nbr.
    move cnp-follow-up-date		to	fe-due-date.
    move cnp-pat-key (1:1)		to	fe-pat-key-type.
    move cnp-pat-key (2:15)		to	fe-pat-key-data.

    if cnp-category = "D"
    then
	move "DISPUTE"			to	ws-cat-desc
    else
	if cnp-category = "R"
	then
	    move "RESUBMISSION"		to	ws-cat-desc
	else
	    if cnp-category = "P"
	    then
		move "PATIENT CONTACT"	to	ws-cat-desc
	    else
		move "DOCTOR INSTR"	to	ws-cat-desc.
*	    endif
*	endif
*   endif

    move spaces				to	fe-event-desc.
    string "CLAIM NOTE "		delimited by size
	   cnp-claim-id			delimited by size
	   " - "			delimited by size
	   ws-cat-desc			delimited by size
					into	fe-event-desc.
    move "N"				to	fe-status-flag.
    move sys-date-long			to	fe-created-date.
    move cnp-pgm (2:3)			to	fe-created-by.
    move zeros				to	fe-resolved-date.

    perform bc0-write-event		thru bc0-99-exit.

    move ws-event-nbr			to	cn-fe-event-nbr.

    close followup-events-mstr.

bb0-99-exit.
    exit.
bc0-write-event.

*	(the lowest free event number for the doctor and due date -
*	 zero back if every number is taken)
    move 1				to	ws-event-nbr.

bc0-10-try-write.

    move ws-event-nbr			to	fe-event-nbr.

    write followup-events-mstr-rec
	invalid key
	    go to bc0-50-next-nbr.

    go to bc0-99-exit.

bc0-50-next-nbr.

    add 1				to	ws-event-nbr.
    if ws-event-nbr < 9999
    then
	go to bc0-10-try-write.
*   endif

    move zero				to	ws-event-nbr.

bc0-99-exit.
    exit.
ca0-count-notes.

    open input claim-notes.

*	(no file yet - no claim has notes)
    if status-cobol-claim-notes not = "00"
    then
	move "Y"			to	cnp-ok
	go to ca0-99-exit.
*   endif

    perform xa0-count-notes		thru xa0-99-exit.

    close claim-notes.

    move "Y"				to	cnp-ok.

ca0-99-exit.
    exit.
da0-move-notes.

    open i-o claim-notes.

    if status-cobol-claim-notes = "35"
    then
	move "Y"			to	cnp-ok
	go to da0-99-exit.
*   endif

    if status-cobol-claim-notes not = "00"
    then
	go to da0-99-exit.
*   endif

    move cnp-doc-nbr			to	ws-new-doc-nbr.
    move cnp-pat-key			to	ws-new-pat-key.

    perform aa1-open-events		thru aa1-99-exit.

    move cnp-claim-id			to	cn-claim-id.
    move zero				to	cn-note-seq.

    start claim-notes key is greater than or equal to cn-key
	invalid key
	    go to da0-80-close.

da0-10-move-loop.

    read claim-notes next
	at end
	    go to da0-80-close.

    if cn-claim-id not = cnp-claim-id
    then
	go to da0-80-close.
*   endif

    if ws-new-doc-nbr = spaces
    then
	move cn-doc-nbr			to	ws-new-doc-nbr.
*   endif
    if ws-new-pat-key = spaces
    then
	move cn-pat-key			to	ws-new-pat-key.
*   endif

    if   cn-doc-nbr = ws-new-doc-nbr
     and cn-pat-key = ws-new-pat-key
    then
	go to da0-50-next.
*   endif

    if   cn-fe-event-nbr not = zero
     and ws-events-open = "Y"
    then
	perform db0-move-event		thru db0-99-exit.
*   endif

    move ws-new-doc-nbr			to	cn-doc-nbr.
    move ws-new-pat-key			to	cn-pat-key.
    move sys-date-long			to	cn-moved-date.

    rewrite claim-notes-rec
	invalid key
	    go to da0-50-next.

    add 1				to	cnp-nbr-notes.

da0-50-next.

    move cnp-doc-nbr			to	ws-new-doc-nbr.
    move cnp-pat-key			to	ws-new-pat-key.
    go to da0-10-move-loop.

da0-80-close.

    close claim-notes.
    if ws-events-open = "Y"
    then
	close followup-events-mstr.
*   endif

    move "Y"				to	cnp-ok.

da0-99-exit.
    exit.
db0-move-event.

*	(only an event still open follows the claim - a resolved one
*	 is history under the doctor who worked it)
    move cn-doc-nbr			to	fe-doc-nbr.
    move cn-follow-up-date		to	fe-due-date.
    move cn-fe-event-nbr		to	fe-event-nbr.

    read followup-events-mstr
	invalid key
	    go to db0-99-exit.

    if not fe-status-open
    then
	go to db0-99-exit.
*   endif

    move ws-new-pat-key (1:1)		to	fe-pat-key-type.
    move ws-new-pat-key (2:15)		to	fe-pat-key-data.

    if ws-new-doc-nbr = cn-doc-nbr
    then
	rewrite followup-events-mstr-rec
	    invalid key
		next sentence
	go to db0-99-exit.
*   endif

*	(a new doctor is a new key - the event is re-filed under the
*	 new doctor on the same due date)
    delete followup-events-mstr record
	invalid key
	    go to db0-99-exit.

    move ws-new-doc-nbr			to	fe-doc-nbr.
    perform bc0-write-event		thru bc0-99-exit.
    move ws-event-nbr			to	cn-fe-event-nbr.

db0-99-exit.
    exit.
xa0-count-notes.

*	(walk the claim's notes - count, last sequence, latest note)
    move zero				to	ws-last-seq
						cnp-nbr-notes.
    move cnp-claim-id			to	cn-claim-id.
    move zero				to	cn-note-seq.

    start claim-notes key is greater than or equal to cn-key
	invalid key
	    go to xa0-99-exit.

xa0-10-read-loop.

    read claim-notes next
	at end
	    go to xa0-99-exit.

    if cn-claim-id not = cnp-claim-id
    then
	go to xa0-99-exit.
*   endif

    add 1				to	cnp-nbr-notes.
    move cn-note-seq			to	ws-last-seq.
    move cn-note-date			to	cnp-last-note-date.
    move cn-category			to	cnp-last-category.

    go to xa0-10-read-loop.

xa0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
