*		: f090 - constants master  
*		: f091 - diagnostic master  
*		: f094 - message and subdivision master  
*		: f141 - claim notes (via clmnote)
*  
*    program purpose : claim query  
*  
*		   being accepted - added the date-of-service check right
*		   after the existing "code exists" lookup in
*		   ja11-verify-diag-code, using new error messages 173/174
* 26/Oct/15 D.M. - claim notes: the claim display flags a claim that
*		   carries f141 notes (count and latest), 'N' at the
*		   update prompt keys a new note (category, two lines,
*		   optional follow-up date for the doctor's tickler) and
*		   the correction workbench offers the same - all filed
*		   through clmnote, stamped with the user id

environment division.
input-output section.  
* 2011/02/09 - MC3
    88  flag-update-deceased-pat           	value "G".  
* 2011/02/09 - end
* 2026/Oct/15 - claim notes
    88  flag-add-claim-note           		value "N".  
* 2026/Oct/15 - end
  
01  flag-claim-access-type			pic x.  
  
  
  
copy "sysdatetime.ws".  

* 2026/Oct/15 - claim notes
copy "clmnote.ws".
* 2026/Oct/15 - end
  
*  
*  subscripts  
	10  filler				pic x(68)   value
		"ADMIT DATE not valid for this OMA Code/Suffix: re-enter".
* 18/Aug/23 - end
* 2026/Oct/15 - claim notes
* msg # 58
	10  filler				pic x(68)   value
		"NOTE CATEGORY must be D, R, P or I".
	10  filler				pic x(68)   value
		"NOTE TEXT required".
	10  filler				pic x(68)   value
		"FOLLOW-UP DATE must be a valid date after today".
	10  filler				pic x(68)   value
		"Claim note NOT filed - claim notes file not available".
* 2026/Oct/15 - end

    05  error-messages-r redefines error-messages.
	10  err-msg				pic x(68)
* 2026/Oct/15 - claim notes
			occurs 61 times.
* 2026/Oct/15 - end
  
01  err-msg-comment				pic x(60).  
  
	"'*' or '^' - return to top of screen to enter next claim number".
	10  filler				pic x(68)   value  
	"This claim already in rejected claim file(f085)".
* 2026/Oct/15 - claim notes
	10  filler				pic x(68)   value  
	"add a claim 'N'ote (dispute/resubmission/patient contact/dr instr)".
* 2026/Oct/15 - end
    05  warning-messages-r redefines warning-messages.  
	10  warn-msg				pic x(68)  
* 2026/Oct/15 - claim notes
			occurs 17 times.  
* 2026/Oct/15 - end
01  warn-msg-comment				pic x(68).  

screen section.  
    05  line 02 col 16 value "-".  
    05  line 02 col 17 pic 99 using clmhdr-claim-nbr.  
  
* 2026/Oct/15 - claim notes flag
01  scr-dis-claim-notes.
    05  line 02 col 22 value "NOTES:".
    05  line 02 col 29 pic zzz9 from cnp-nbr-notes	highlight.
    05  line 02 col 34 value "LAST".
    05  line 02 col 39 pic 9999/99/99 from cnp-last-note-date.

01  scr-clr-claim-notes.
    05  line 02 col 22 value "                            ".

01  scr-claim-note.
    05  blank screen.
    05  line 02 col 30 value "ADD A CLAIM NOTE".
    05  line 04 col 05 value "CLAIM:".
    05  line 04 col 13 pic x(11) from cnp-claim-id.
    05  line 06 col 05 value "CATEGORY (D=dispute R=resubmission P=patient contact I=doctor instr)".
    05  scr-claim-note-cat line 06 col 76 pic x using cnp-category auto.
    05  line 08 col 05 value "NOTE:".
    05  scr-claim-note-1 line 08 col 12 pic x(60) using cnp-note-line-1 auto.
    05  scr-claim-note-2 line 09 col 12 pic x(60) using cnp-note-line-2 auto.
    05  line 11 col 05 value "FOLLOW-UP DATE (yyyymmdd, 0 = none):".
    05  scr-claim-note-fu line 11 col 43 pic 9(8) using cnp-follow-up-date auto.

01  scr-claim-note-filed.
    05  line 14 col 05 value "NOTE FILED AS NOTE NUMBER".
    05  line 14 col 32 pic zz9 from cnp-note-seq.
    05  line 15 col 05 value "FOLLOW-UP EVENT NUMBER".
    05  line 15 col 32 pic zzz9 from cnp-event-nbr.
    05  line 22 col 18 value "PRESS <ENTER> TO CONTINUE".
    05  line 23 col 01 pic x using confirm-space auto.
* 2026/Oct/15 - end

01  blank-id line 03 col 08	value '              '.  
  
01  scr-dis-blank-line-12-19.  

* 2002/11/13 - MC
*   05  line 22 col 70 value       "M/P/R/T/* ".  
* 2026/Oct/15 - claim notes
*   05  line 22 col 68 value       "M/O/P/R/T/*".  
    05  line 22 col 66 value       "M/N/O/P/R/T/*".  
* 2026/Oct/15 - end
* 2002/11/13 - end
    05  line 22 col 80 pic x using flag-ref-fld auto.  
  
    05  line 12 col 28 pic 99   from ws-pat-birth-date-dd.
    05  line 12 col 40 value "VERSION CD:".
    05  line 12 col 52 pic xx   from ws-pat-version-cd.
* 2026/Oct/15 - claim notes
*   05  line 22 col 18 value "PRESS <ENTER> TO CONTINUE".
    05  line 21 col 18 value "'N' TO ADD A CLAIM NOTE,".
    05  line 22 col 18 value "PRESS <ENTER> TO CONTINUE".
* 2026/Oct/15 - end
    05  line 23 col 01 pic x using confirm-space auto.

01  scr-closing-screen.  
*   endif
* 2011/02/09 - end

* 2026/Oct/15 - claim notes
    if flag-add-claim-note
    then
	move space			to cnp-category
	perform na2-add-claim-note	thru na2-99-exit.
*   endif
* 2026/Oct/15 - end


*   ENDCASE
ea0-80-end-case.
* 2016/03/14 - MC
ga2a-display-correction-workbench.

    move space				to confirm-space.
    display scr-correction-workbench.
    accept  scr-correction-workbench.

* 2026/Oct/15 - claim notes - a resubmission note on the spot
    if confirm-space = "N" or "n"
    then
	move "R"			to cnp-category
	perform na2-add-claim-note	thru na2-99-exit.
*   endif
    move space				to confirm-space.
* 2026/Oct/15 - end

ga2a-99-exit.
    exit.

* 2012/08/08 - end
        perform xg0-update-claim        thru xg0-99-exit.
*   endif
* 2026/Oct/15 - claim notes
    if flag-add-claim-note
    then
	move space			to cnp-category
	perform na2-add-claim-note	thru na2-99-exit.
*   endif
* 2026/Oct/15 - end
*   ENDCASE

ia0-80-end-case.
* 2011/02/09 - MC3
      and not flag-update-deceased-pat
* 2011/02/09 - end
* 2026/Oct/15 - claim notes
      and not flag-add-claim-note
* 2026/Oct/15 - end
    then
	move spaces                           to   update-confirmation
	perform zb0-accept-confirm-update     thru zb0-99-exit
    exit.

* 2002/11/13 - end

* 2026/Oct/15 - claim notes
na2-add-claim-note.

*   (key a free-text note against the claim on screen - the
*    category may come in preset from the correction workbench)
    move clmhdr-claim-id of claim-header-rec
					to cnp-claim-id.
    move spaces				to cnp-note-text.
    move zero				to cnp-follow-up-date.

    display scr-claim-note.

na2-10-acpt-cat.

    accept scr-claim-note-cat.

    if not cnp-category-valid
    then
	move 58				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to na2-10-acpt-cat.
*   endif

na2-20-acpt-text.

    accept scr-claim-note-1.
    accept scr-claim-note-2.

    if cnp-note-text = spaces
    then
	move 59				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to na2-20-acpt-text.
*   endif

na2-30-acpt-follow-up.

    accept scr-claim-note-fu.

    if cnp-follow-up-date not = zero
    then
	if   cnp-follow-up-date not > sys-date-long
	  or cnp-follow-up-date (5:2) < "01"
	  or cnp-follow-up-date (5:2) > "12"
	  or cnp-follow-up-date (7:2) < "01"
	  or cnp-follow-up-date (7:2) > "31"
	then
	    move 60			to err-ind
	    perform za0-common-error	thru za0-99-exit
	    go to na2-30-acpt-follow-up.
*	endif
*   endif

    move "A"				to cnp-function.
    move "d003"				to cnp-pgm.
    move ws-user-id			to cnp-operator.
    move clmhdr-doc-nbr of claim-header-rec (2:3)
					to cnp-doc-nbr.
    move clmhdr-pat-id of claim-header-rec (1:16)
					to cnp-pat-key.
    call "clmnote" using claim-note-parms.

    if cnp-ok not = "Y"
    then
	move 61				to err-ind
	perform za0-common-error	thru za0-99-exit
	go to na2-99-exit.
*   endif

    move space				to confirm-space.
    display scr-claim-note-filed.
    accept  scr-claim-note-filed.
    move space				to confirm-space.

na2-99-exit.
    exit.

na3-claim-notes-flag.

*   (count the claim's notes - a claim without any clears the flag)
    move "C"				to cnp-function.
    move clmhdr-claim-id of claim-header-rec
					to cnp-claim-id.
    call "clmnote" using claim-note-parms.

    if   cnp-ok = "Y"
     and cnp-nbr-notes > zero
    then
	display scr-dis-claim-notes
    else
	display scr-clr-claim-notes.
*   endif

na3-99-exit.
    exit.
* 2026/Oct/15 - end

pa0-display-brief-screen.  
  
    display scr-claim-lit.  
  
    add 1				to ctr-nbr-claims-displayed.  

* 2026/Oct/15 - claim notes - flag a claim that carries notes
    perform na3-claim-notes-flag	thru na3-99-exit.
* 2026/Oct/15 - end

* 2004/04/26 - MC -comment if condition and call xb0 subroutine instead

*    if clmhdr-hosp not = spaces
* 2011/02/09 - MC3
      or flag-update-deceased-pat
* 2011/02/09 - end
* 2026/Oct/15 - claim notes
      or flag-add-claim-note
* 2026/Oct/15 - end
    then  
	next sentence  
    else  
		from    5
		by      1
	        until i > 15
* 2026/Oct/15 - claim notes
	move 17				to i
	perform zc1-display-help	thru zc1-99-exit
* 2026/Oct/15 - end
	go to zc0-obtain-valid-selection
    else
	next sentence.
* 2011/02/09 - MC3
      or flag-update-deceased-pat
* 2011/02/09 - end
* 2026/Oct/15 - claim notes
      or flag-add-claim-note
* 2026/Oct/15 - end
    then
        next sentence
    else
