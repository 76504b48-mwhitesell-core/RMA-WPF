identification division.
program-id. m122.
author. dyad computer systems inc.
installation. rma.
date-written. 26/10/15.
date-compiled.
security.
*
*   files		: f134 - ad hoc query definitions
*			: f098 - user security master
*			: r106_parm - the query for r106 to run
*
*   program purpose : ad hoc query definition maintenance.  the
*			one-off lists the office keeps asking for -
*			every agent-4 claim for a client over $500
*			in a date range, every patient of a doctor
*			with a given diagnosis - are keyed here as
*			a saved query instead of a program: the
*			base file (claim headers, service lines,
*			patients, doctors), up to eight selection
*			lines (field, operator, value or range), up
*			to three sort fields ascending or
*			descending, up to ten columns, printed or
*			csv output, and whether the u102 nightly
*			set should run it daily, weekly or monthly.
*			the fields are the query_fields.ws
*			dictionary ("L" lists them).
*			  the operator signs on against f098.  a
*			  query is changed or deleted only by the
*			  user who saved it or a supervisor (all-
*			  programs flag); anyone may look at one or
*			  run it ("R"), subject to r106 being on
*			  their f098 list - the run goes straight to
*			  r106 with the operator as the user, so
*			  confidential claims are masked unless f098
*			  clears the operator for them.
*
*   revision history:
*
environment division.
input-output section.
file-control.
*
    copy "f134_query_def.slr".
*
    copy "f098_user_security.slr".
*
    select r106-parm-file
	assign to disk "$pb_data/r106_parm"
	organization is sequential
	file status is status-r106-parm.
*
data division.
file section.
*
    copy "f134_query_def.fd".
*
    copy "f098_user_security.fd".
*
fd  r106-parm-file
    record contains 80 characters.

01  r106-parm-rec.
    05  r106-parm-type			pic x.
    05  r106-parm-name			pic x(10).
    05  r106-parm-user-id		pic x(8).
    05  filler				pic x(61).

working-storage section.

77  err-ind				pic 99	value zero.

77  common-status-file			pic x(2).
77  status-cobol-query-def		pic xx	value zero.
77  status-cobol-user-security		pic xx	value zero.
77  status-r106-parm			pic xx	value zero.

77  ws-continue				pic x	value spaces.
77  entry-type				pic x	value spaces.
    88  add-code				value "A".
    88  change-code				value "C".
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  run-code				value "R".
    88  list-code				value "L".
    88  end-maintenance				value "*".

01  ws-query-name			pic x(10)	value spaces.

*   the operator signed on

01  ws-user-id				pic x(8)	value spaces.
01  ws-entered-password			pic x(8)	value spaces.
77  ws-user-supervisor			pic x	value "N".
77  ws-signed-on			pic x	value "N".

01  sec-chain-parms.
    05  scp-user-id			pic x(8).
    05  scp-pgm-name			pic x(8).
    05  scp-verdict			pic x.
	88  scp-launched			value "L" "T".

01  ws-step-macro			pic x(40)	value spaces.

*   field checking

01  ws-field-name			pic x(12)	value spaces.
77  ss-fld				pic 99		comp	value zero.
77  ss-crit				pic 99		comp	value zero.
77  ss-sort				pic 9		comp	value zero.
77  ss-col				pic 99		comp	value zero.
77  ss-chr				pic 99		comp	value zero.
77  ws-nbr-cols				pic 99		comp	value zero.

*   a value keyed for a number, date or money field, taken as a
*   number ("/" and "," are ignored, so 2026/10/15 and 1,250.00
*   both read)

01  ws-parse-text			pic x(20)	value spaces.
01  ws-parse-char			pic x		value space.
01  ws-parse-digit redefines ws-parse-char
					pic 9.
01  ws-parse-value			pic s9(11)v99	value zero.
01  ws-parse-int			pic 9(11)	value zero.
01  ws-parse-dec			pic 99		value zero.
77  ws-parse-int-digits			pic 99		comp	value zero.
77  ws-parse-dec-digits			pic 9		comp	value zero.
77  ws-parse-ok				pic x	value "Y".
77  ws-parse-neg			pic x	value "N".
77  ws-parse-point			pic x	value "N".
77  ws-parse-started			pic x	value "N".
77  ws-parse-ended			pic x	value "N".
77  ws-parse-any-digit			pic x	value "N".

*   field list display

77  cur-line				pic 99	value zero.
77  cur-col				pic 99	value zero.

01  counters.
    05  ctr-qry-reads			pic 9(7)	value zero.
    05  ctr-qry-adds			pic 9(7)	value zero.
    05  ctr-qry-changes			pic 9(7)	value zero.
    05  ctr-qry-deletes			pic 9(7)	value zero.
    05  ctr-qry-runs			pic 9(7)	value zero.

01  error-message-table.

    05  error-messages.
	10  filler			pic x(60)   value
		"invalid entry type - use a/c/d/i/r/l or * to end".
	10  filler			pic x(60)   value
		"query already on file".
	10  filler			pic x(60)   value
		"query not on file".
	10  filler			pic x(60)   value
		"user id or password not valid".
	10  filler			pic x(60)   value
		"base must be H, S, P or D".
	10  filler			pic x(60)   value
		"output must be P (print), C (csv) or B (both)".
	10  filler			pic x(60)   value
		"frequency must be blank, D, W (day 1-7) or M (day 1-31)".
	10  filler			pic x(60)   value
		"no such field for this base - L lists the fields".
	10  filler			pic x(60)   value
		"operator must be EQ NE GT GE LT LE BT or SW".
	10  filler			pic x(60)   value
		"SW (starts with) is only for a text field".
	10  filler			pic x(60)   value
		"a selection line needs a value (BT needs both)".
	10  filler			pic x(60)   value
		"value is not a number for a number, date or money field".
	10  filler			pic x(60)   value
		"sort direction must be A or D".
	10  filler			pic x(60)   value
		"at least one column must be listed".
	10  filler			pic x(60)   value
		"only the user who saved the query or a supervisor may".
	10  filler			pic x(60)   value
		"you are not permitted to run queries (r106)".
	10  filler			pic x(60)   value
		"query name may not be blank".

    05  error-messages-r redefines error-messages.
	10  err-msg			pic x(60)
			occurs 17 times.

01  err-msg-comment			pic x(60).

    copy "query_fields.ws".

    copy "sysdatetime.ws".
screen section.

01  scr-title.
    05  blank screen.
    05  line 01 col 01 value "m122".
    05  line 01 col 15 value "Ad Hoc Query Definitions".
    05  line 01 col 71 pic xxxx/xx/xx from sys-date-long.

01  scr-sign-on.
    05  line 03 col 01 value "USER (BLANK=END)".
    05  scr-user-id line 03 col 20 pic x(8) using ws-user-id auto.
    05  line 03 col 32 value "PASSWORD".
    05  scr-password line 03 col 42 pic x(8) using ws-entered-password secure auto.

01  scr-entry-type.
    05  line 04 col 01 value "ENTRY (A=add C=change D=delete I=inquire R=run L=fields *=end)".
    05  scr-type line 04 col 66 pic x using entry-type auto required.

01  scr-query-name.
    05  line 05 col 01 value "QUERY NAME".
    05  scr-name line 05 col 20 pic x(10) using ws-query-name auto required.

01  scr-query-dtl.
    05  line 07 col 01 value "DESCRIPTION".
    05  scr-desc line 07 col 20 pic x(40) using qry-desc auto.
    05  line 08 col 01 value "BASE (H=claim headers S=service lines P=patients D=doctors)".
    05  scr-base line 08 col 62 pic x using qry-base auto.
    05  line 09 col 01 value "OUTPUT (P/C/B)".
    05  scr-output line 09 col 16 pic x using qry-output auto.
    05  line 09 col 20 value "DISTINCT (Y/N)".
    05  scr-distinct line 09 col 35 pic x using qry-distinct auto.
    05  line 09 col 39 value "RUN NIGHTLY (blank/D/W/M)".
    05  scr-frequency line 09 col 65 pic x using qry-frequency auto.
    05  line 09 col 69 value "DAY".
    05  scr-sched-day line 09 col 73 pic 99 using qry-sched-day auto.
    05  line 10 col 01 value "OWNER".
    05  line 10 col 08 pic x(8) from qry-owner-id.
    05  line 10 col 20 value "LAST RUN".
    05  line 10 col 29 pic 9999/99/99 from qry-last-run-date.
    05  line 10 col 42 value "LINES".
    05  line 10 col 48 pic zzzzzz9 from qry-last-run-rows.
    05  line 11 col 01 value "SELECT FIELD".
    05  line 11 col 15 value "OP".
    05  line 11 col 19 value "VALUE 1".
    05  line 11 col 41 value "VALUE 2".
    05  line 11 col 64 value "SORT FIELD".
    05  line 11 col 77 value "A/D".
    05  scr-crit-fld-1 line 12 col 01 pic x(12) using qc-field (1) auto.
    05  scr-crit-op-1 line 12 col 15 pic xx using qc-oper (1) auto.
    05  scr-crit-v1-1 line 12 col 19 pic x(20) using qc-value-1 (1) auto.
    05  scr-crit-v2-1 line 12 col 41 pic x(20) using qc-value-2 (1) auto.
    05  scr-crit-fld-2 line 13 col 01 pic x(12) using qc-field (2) auto.
    05  scr-crit-op-2 line 13 col 15 pic xx using qc-oper (2) auto.
    05  scr-crit-v1-2 line 13 col 19 pic x(20) using qc-value-1 (2) auto.
    05  scr-crit-v2-2 line 13 col 41 pic x(20) using qc-value-2 (2) auto.
    05  scr-crit-fld-3 line 14 col 01 pic x(12) using qc-field (3) auto.
    05  scr-crit-op-3 line 14 col 15 pic xx using qc-oper (3) auto.
    05  scr-crit-v1-3 line 14 col 19 pic x(20) using qc-value-1 (3) auto.
    05  scr-crit-v2-3 line 14 col 41 pic x(20) using qc-value-2 (3) auto.
    05  scr-crit-fld-4 line 15 col 01 pic x(12) using qc-field (4) auto.
    05  scr-crit-op-4 line 15 col 15 pic xx using qc-oper (4) auto.
    05  scr-crit-v1-4 line 15 col 19 pic x(20) using qc-value-1 (4) auto.
    05  scr-crit-v2-4 line 15 col 41 pic x(20) using qc-value-2 (4) auto.
    05  scr-crit-fld-5 line 16 col 01 pic x(12) using qc-field (5) auto.
    05  scr-crit-op-5 line 16 col 15 pic xx using qc-oper (5) auto.
    05  scr-crit-v1-5 line 16 col 19 pic x(20) using qc-value-1 (5) auto.
    05  scr-crit-v2-5 line 16 col 41 pic x(20) using qc-value-2 (5) auto.
    05  scr-crit-fld-6 line 17 col 01 pic x(12) using qc-field (6) auto.
    05  scr-crit-op-6 line 17 col 15 pic xx using qc-oper (6) auto.
    05  scr-crit-v1-6 line 17 col 19 pic x(20) using qc-value-1 (6) auto.
    05  scr-crit-v2-6 line 17 col 41 pic x(20) using qc-value-2 (6) auto.
    05  scr-crit-fld-7 line 18 col 01 pic x(12) using qc-field (7) auto.
    05  scr-crit-op-7 line 18 col 15 pic xx using qc-oper (7) auto.
    05  scr-crit-v1-7 line 18 col 19 pic x(20) using qc-value-1 (7) auto.
    05  scr-crit-v2-7 line 18 col 41 pic x(20) using qc-value-2 (7) auto.
    05  scr-crit-fld-8 line 19 col 01 pic x(12) using qc-field (8) auto.
    05  scr-crit-op-8 line 19 col 15 pic xx using qc-oper (8) auto.
    05  scr-crit-v1-8 line 19 col 19 pic x(20) using qc-value-1 (8) auto.
    05  scr-crit-v2-8 line 19 col 41 pic x(20) using qc-value-2 (8) auto.
    05  scr-sort-fld-1 line 12 col 64 pic x(12) using qs-field (1) auto.
    05  scr-sort-dir-1 line 12 col 78 pic x using qs-dir (1) auto.
    05  scr-sort-fld-2 line 13 col 64 pic x(12) using qs-field (2) auto.
    05  scr-sort-dir-2 line 13 col 78 pic x using qs-dir (2) auto.
    05  scr-sort-fld-3 line 14 col 64 pic x(12) using qs-field (3) auto.
    05  scr-sort-dir-3 line 14 col 78 pic x using qs-dir (3) auto.
    05  scr-col-01 line 20 col 10 pic x(12) using qry-column (1) auto.
    05  scr-col-02 line 20 col 24 pic x(12) using qry-column (2) auto.
    05  scr-col-03 line 20 col 38 pic x(12) using qry-column (3) auto.
    05  scr-col-04 line 20 col 52 pic x(12) using qry-column (4) auto.
    05  scr-col-05 line 20 col 66 pic x(12) using qry-column (5) auto.
    05  scr-col-06 line 21 col 10 pic x(12) using qry-column (6) auto.
    05  scr-col-07 line 21 col 24 pic x(12) using qry-column (7) auto.
    05  scr-col-08 line 21 col 38 pic x(12) using qry-column (8) auto.
    05  scr-col-09 line 21 col 52 pic x(12) using qry-column (9) auto.
    05  scr-col-10 line 21 col 66 pic x(12) using qry-column (10) auto.
    05  line 20 col 01 value "COLUMNS".

01  scr-confirm.
    05  line 22 col 01 value "OK TO FILE (Y/N)".
    05  scr-confirm-reply line 22 col 25 pic x using ws-continue auto required.

01  scr-run-confirm.
    05  line 22 col 01 value "RUN THIS QUERY NOW (Y/N)".
    05  scr-run-reply line 22 col 27 pic x using ws-continue auto required.

01  scr-run-done.
    05  line 22 col 01 value "QUERY RUN - SEE LISTING rr106".
    05  line 22 col 31 pic x(50) from ws-step-macro.

01  scr-field-list-head.
    05  line 06 col 01 value "FIELD        TYPE BASES".
    05  line 06 col 27 value "FIELD        TYPE BASES".
    05  line 06 col 53 value "FIELD        TYPE BASES".
    05  line 21 col 01 value "TYPE A=text N=number D=date (yyyymmdd) M=money.  BASES H=claim headers".
    05  line 22 col 01 value "S=service lines P=patients D=doctors.  * = masked on confidential claims".

01  scr-field-line.
    05  line cur-line col cur-col pic x(12) from qf-name (ss-fld).
    05  line cur-line col plus 2 pic x from qf-type (ss-fld).
    05  line cur-line col plus 3 pic x(4) from qf-bases (ss-fld).
    05  line cur-line col plus 1 pic x from ws-continue.

01  file-status-display.
    05  line 24 col 56	"file status = ".
    05  line 24 col 70	pic x(2) using common-status-file	bell blink.

01  err-msg-line.
    05  line 24 col 01	value " error -  "	bell blink.
    05  line 24 col 11	pic x(60)	using err-msg-comment.

01  confirm.
    05 line 23 col 01  value " ".

01  blank-line-24.
    05  line 24 col 1	blank line.

01  blank-work-area.
    05  line 06 col 01 blank screen.

01  scr-closing-screen.
    05  blank screen.
    05  line 12 col 20  value "reads".
    05  line 12 col 60  pic z(6)9 using ctr-qry-reads.
    05  line 13 col 20  value "adds".
    05  line 13 col 60  pic z(6)9 using ctr-qry-adds.
    05  line 14 col 20  value "changes".
    05  line 14 col 60  pic z(6)9 using ctr-qry-changes.
    05  line 15 col 20  value "deletes".
    05  line 15 col 60  pic z(6)9 using ctr-qry-deletes.
    05  line 16 col 20  value "runs".
    05  line 16 col 60  pic z(6)9 using ctr-qry-runs.
    05  line 21 col 20	value "program m122 ending".
    05  line 21 col 40	pic 99 from sys-hrs.
    05  line 21 col 42	value ":".
    05  line 21 col 43	pic 99 from sys-min.

procedure division.
declaratives.

err-query-def-file section.
    use after standard error procedure on query-def.
err-query-def.
    move status-cobol-query-def		to common-status-file.
    display file-status-display.
    stop "error in accessing query definitions".

err-security-file section.
    use after standard error procedure on user-security.
err-user-security.
    move status-cobol-user-security	to common-status-file.
    display file-status-display.
    stop "error in accessing user security master".

end declaratives.

main-line section.
mainline.

    perform aa0-initialization		thru aa0-99-exit.
    if ws-signed-on = "Y"
    then
	perform ab0-processing		thru ab0-99-exit
	    until end-maintenance.
*   endif
    perform az0-end-of-job		thru az0-99-exit.
*
    stop run.
aa0-initialization.

    accept sys-date			from date.
    perform y2k-default-sysdate		thru y2k-default-sysdate-exit.

    accept sys-time			from time.

    move 0				to counters.

    open i-o query-def.

*	(fresh system - create the file so the first query can be
*	 keyed)
    if status-cobol-query-def = "35"
    then
	open output query-def
	close query-def
	open i-o query-def.
*   endif

    open input user-security.

    display scr-title.

aa0-10-sign-on.

    move spaces				to	ws-user-id
						ws-entered-password.
    display scr-sign-on.
    accept scr-user-id.

    if ws-user-id = spaces
    then
	go to aa0-99-exit.
*   endif

    accept scr-password.

    move ws-user-id			to	sec-user-id.
    read user-security
	invalid key
	    move 4			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to aa0-10-sign-on.

    if   not sec-user-active
      or sec-password not = ws-entered-password
    then
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to aa0-10-sign-on.
*   endif

    move "Y"				to	ws-signed-on.
    move "N"				to	ws-user-supervisor.
    if sec-all-programs
    then
	move "Y"			to	ws-user-supervisor.
*   endif

aa0-99-exit.
    exit.
ab0-processing.

    move 0				to	err-ind.
    display scr-entry-type.
    accept scr-type.

    if end-maintenance
    then
	go to ab0-99-exit.
*   endif

    if   not add-code
     and not change-code
     and not delete-code
     and not inquire-code
     and not run-code
     and not list-code
    then
	move 1				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    display blank-work-area.

    if list-code
    then
	perform be0-list-fields		thru	be0-99-exit
	go to ab0-99-exit.
*   endif

    display scr-query-name.
    accept scr-name.

    if ws-query-name = spaces
    then
	move 17				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ab0-99-exit.
*   endif

    move ws-query-name			to	qry-name.

    if add-code
    then
	perform ba0-add			thru	ba0-99-exit
    else
	if change-code
	then
	    perform bb0-change		thru	bb0-99-exit
	else
	    if delete-code
	    then
		perform bc0-delete	thru	bc0-99-exit
	    else
		if run-code
		then
		    perform bf0-run	thru	bf0-99-exit
		else
		    perform bd0-inquire	thru	bd0-99-exit.
*		endif
*	    endif
*	endif
*   endif

ab0-99-exit.
    exit.
ba0-add.

    read query-def
	invalid key
	    go to ba0-10-new.

    add 1				to	ctr-qry-reads.
    move 2				to	err-ind.
    perform za0-common-error		thru	za0-99-exit.
    go to ba0-99-exit.

ba0-10-new.

    move spaces				to	query-def-rec.
    move ws-query-name			to	qry-name.
    move ws-user-id			to	qry-owner-id.
    move "H"				to	qry-base.
    move "P"				to	qry-output.
    move "N"				to	qry-distinct.
    move zero				to	qry-sched-day
						qry-last-run-date
						qry-last-run-rows.
    perform ba1-clear-numbers		thru	ba1-99-exit
	varying ss-crit from 1 by 1
	until   ss-crit > 8.

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to ba0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to ba0-99-exit.
*   endif

    move sys-date-long-r		to	qry-changed-date.
    move ws-user-id			to	qry-changed-user.

    write query-def-rec
	invalid key
	    move 2			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to ba0-99-exit.

    add 1				to	ctr-qry-adds.

ba0-99-exit.
    exit.
ba1-clear-numbers.

    move zero				to	qc-num-1 (ss-crit)
						qc-num-2 (ss-crit).

ba1-99-exit.
    exit.
bb0-change.

    read query-def
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-qry-reads.

    if   qry-owner-id not = ws-user-id
     and ws-user-supervisor not = "Y"
    then
	display scr-query-dtl
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bb0-99-exit.
*   endif

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
    then
	go to bb0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bb0-99-exit.
*   endif

    move sys-date-long-r		to	qry-changed-date.
    move ws-user-id			to	qry-changed-user.

    rewrite query-def-rec
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bb0-99-exit.

    add 1				to	ctr-qry-changes.

bb0-99-exit.
    exit.
bc0-delete.

    read query-def
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-qry-reads.

    display scr-query-dtl.

    if   qry-owner-id not = ws-user-id
     and ws-user-supervisor not = "Y"
    then
	move 15				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bc0-99-exit.
*   endif

    display scr-confirm.
    accept scr-confirm-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bc0-99-exit.
*   endif

    delete query-def record
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bc0-99-exit.

    add 1				to	ctr-qry-deletes.

bc0-99-exit.
    exit.
bd0-inquire.

    read query-def
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bd0-99-exit.

    add 1				to	ctr-qry-reads.

    display scr-query-dtl.
    display confirm.
    stop " ".

bd0-99-exit.
    exit.
be0-list-fields.

*	(the dictionary down three columns)
    display scr-field-list-head.
    move 7				to	cur-line.
    move 1				to	cur-col.
    perform be1-field-line		thru	be1-99-exit
	varying ss-fld from 1 by 1
	until   ss-fld > nbr-query-fields.
    display confirm.
    stop " ".
    display blank-work-area.

be0-99-exit.
    exit.
be1-field-line.

    move space				to	ws-continue.
    if qf-conf (ss-fld) = "Y"
    then
	move "*"			to	ws-continue.
*   endif
    display scr-field-line.

    add 1				to	cur-line.
    if cur-line > 20
    then
	move 7				to	cur-line
	add 26				to	cur-col.
*   endif

be1-99-exit.
    exit.
bf0-run.

    read query-def
	invalid key
	    move 3			to	err-ind
	    perform za0-common-error	thru	za0-99-exit
	    go to bf0-99-exit.

    add 1				to	ctr-qry-reads.

    display scr-query-dtl.

*	(the same check the menu makes before it launches r106 -
*	 secchain logs a refusal)
    move ws-user-id			to	scp-user-id.
    move "r106"				to	scp-pgm-name.
    move space				to	scp-verdict.
    call "secchain" using sec-chain-parms
	on exception
	    move "R"			to	scp-verdict.

    if not scp-launched
    then
	move 16				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to bf0-99-exit.
*   endif

    display scr-run-confirm.
    accept scr-run-reply.
    if   ws-continue not = "Y"
     and ws-continue not = "y"
    then
	go to bf0-99-exit.
*   endif

    open output r106-parm-file.
    move spaces				to	r106-parm-rec.
    move "Q"				to	r106-parm-type.
    move qry-name			to	r106-parm-name.
    move ws-user-id			to	r106-parm-user-id.
    write r106-parm-rec.
    close r106-parm-file.

*	(r106 rewrites the definition with its last-run stamp - let
*	 go of it while it runs)
    close query-def.

    move spaces				to	ws-step-macro.
    string "$pb_obj/r106"		delimited by size
				into	ws-step-macro.
    call "SYSTEM" using ws-step-macro
	on exception
	    next sentence.

    open i-o query-def.

    add 1				to	ctr-qry-runs.
    move spaces				to	ws-step-macro.
    if qry-output-csv
    then
	string "AND $pb_data/r106_"	delimited by size
	       qry-name			delimited by space
	       ".csv"			delimited by size
				into	ws-step-macro.
*   endif
    display scr-run-done.
    display confirm.
    stop " ".

bf0-99-exit.
    exit.
ca0-accept-dtl.

    display scr-query-dtl.

ca0-10-accept.

    move 0				to	err-ind.

    accept scr-desc.
    accept scr-base.
    accept scr-output.
    accept scr-distinct.
    accept scr-frequency.
    accept scr-sched-day.
    accept scr-crit-fld-1.
    accept scr-crit-op-1.
    accept scr-crit-v1-1.
    accept scr-crit-v2-1.
    accept scr-crit-fld-2.
    accept scr-crit-op-2.
    accept scr-crit-v1-2.
    accept scr-crit-v2-2.
    accept scr-crit-fld-3.
    accept scr-crit-op-3.
    accept scr-crit-v1-3.
    accept scr-crit-v2-3.
    accept scr-crit-fld-4.
    accept scr-crit-op-4.
    accept scr-crit-v1-4.
    accept scr-crit-v2-4.
    accept scr-crit-fld-5.
    accept scr-crit-op-5.
    accept scr-crit-v1-5.
    accept scr-crit-v2-5.
    accept scr-crit-fld-6.
    accept scr-crit-op-6.
    accept scr-crit-v1-6.
    accept scr-crit-v2-6.
    accept scr-crit-fld-7.
    accept scr-crit-op-7.
    accept scr-crit-v1-7.
    accept scr-crit-v2-7.
    accept scr-crit-fld-8.
    accept scr-crit-op-8.
    accept scr-crit-v1-8.
    accept scr-crit-v2-8.
    accept scr-sort-fld-1.
    accept scr-sort-dir-1.
    accept scr-sort-fld-2.
    accept scr-sort-dir-2.
    accept scr-sort-fld-3.
    accept scr-sort-dir-3.
    accept scr-col-01.
    accept scr-col-02.
    accept scr-col-03.
    accept scr-col-04.
    accept scr-col-05.
    accept scr-col-06.
    accept scr-col-07.
    accept scr-col-08.
    accept scr-col-09.
    accept scr-col-10.

    perform cb0-check-dtl		thru	cb0-99-exit.
    if err-ind not = zero
    then
	perform za0-common-error	thru	za0-99-exit
	go to ca0-10-accept.
*   endif

    display scr-query-dtl.

ca0-99-exit.
    exit.
cb0-check-dtl.

    if   not qry-base-header
     and not qry-base-service
     and not qry-base-patient
     and not qry-base-doctor
    then
	move 5				to	err-ind
	go to cb0-99-exit.
*   endif

    if   qry-output not = "P"
     and qry-output not = "C"
     and qry-output not = "B"
    then
	move 6				to	err-ind
	go to cb0-99-exit.
*   endif

    if qry-distinct not = "Y"
    then
	move "N"			to	qry-distinct.
*   endif

    if qry-frequency = space
    then
	move zero			to	qry-sched-day.
*   endif
    if qry-frequency = "D"
    then
	move zero			to	qry-sched-day.
*   endif
    if   qry-frequency not = space
     and qry-frequency not = "D"
     and qry-frequency not = "W"
     and qry-frequency not = "M"
    then
	move 7				to	err-ind
	go to cb0-99-exit.
*   endif
    if   qry-frequency = "W"
     and (qry-sched-day < 1 or qry-sched-day > 7)
    then
	move 7				to	err-ind
	go to cb0-99-exit.
*   endif
    if   qry-frequency = "M"
     and (qry-sched-day < 1 or qry-sched-day > 31)
    then
	move 7				to	err-ind
	go to cb0-99-exit.
*   endif

    perform cc0-check-crit		thru	cc0-99-exit
	varying ss-crit from 1 by 1
	until   ss-crit > 8
	   or   err-ind not = zero.
    if err-ind not = zero
    then
	go to cb0-99-exit.
*   endif

    perform cd0-check-sort		thru	cd0-99-exit
	varying ss-sort from 1 by 1
	until   ss-sort > 3
	   or   err-ind not = zero.
    if err-ind not = zero
    then
	go to cb0-99-exit.
*   endif

    move zero				to	ws-nbr-cols.
    perform ce0-check-col		thru	ce0-99-exit
	varying ss-col from 1 by 1
	until   ss-col > 10
	   or   err-ind not = zero.
    if err-ind not = zero
    then
	go to cb0-99-exit.
*   endif

    if ws-nbr-cols = zero
    then
	move 14				to	err-ind.
*   endif

cb0-99-exit.
    exit.
cc0-check-crit.

    move zero				to	qc-num-1 (ss-crit)
						qc-num-2 (ss-crit).

    if qc-field (ss-crit) = spaces
    then
	move spaces			to	qry-crit (ss-crit)
	move zero			to	qc-num-1 (ss-crit)
					qc-num-2 (ss-crit)
	go to cc0-99-exit.
*   endif

    move qc-field (ss-crit)		to	ws-field-name.
    perform cf0-find-field		thru	cf0-99-exit.
    if ss-fld = zero
    then
	move 8				to	err-ind
	go to cc0-99-exit.
*   endif

    if   qc-oper (ss-crit) not = "EQ"
     and qc-oper (ss-crit) not = "NE"
     and qc-oper (ss-crit) not = "GT"
     and qc-oper (ss-crit) not = "GE"
     and qc-oper (ss-crit) not = "LT"
     and qc-oper (ss-crit) not = "LE"
     and qc-oper (ss-crit) not = "BT"
     and qc-oper (ss-crit) not = "SW"
    then
	move 9				to	err-ind
	go to cc0-99-exit.
*   endif

    if   qc-oper (ss-crit) = "SW"
     and qf-type (ss-fld) not = "A"
    then
	move 10				to	err-ind
	go to cc0-99-exit.
*   endif

*	(EQ and NE may look for a blank text value; the rest need
*	 something to compare with)
    if   qc-value-1 (ss-crit) = spaces
     and (qf-type (ss-fld) not = "A"
       or (    qc-oper (ss-crit) not = "EQ"
	   and qc-oper (ss-crit) not = "NE"))
    then
	move 11				to	err-ind
	go to cc0-99-exit.
*   endif

    if qc-oper (ss-crit) not = "BT"
    then
	move spaces			to	qc-value-2 (ss-crit)
    else
	if qc-value-2 (ss-crit) = spaces
	then
	    move 11			to	err-ind
	    go to cc0-99-exit.
*	endif
*   endif

    if qf-type (ss-fld) = "A"
    then
	go to cc0-99-exit.
*   endif

    move qc-value-1 (ss-crit)		to	ws-parse-text.
    perform xn0-parse-number		thru	xn0-99-exit.
    if ws-parse-ok not = "Y"
    then
	move 12				to	err-ind
	go to cc0-99-exit.
*   endif
    move ws-parse-value			to	qc-num-1 (ss-crit).

    if qc-oper (ss-crit) = "BT"
    then
	move qc-value-2 (ss-crit)	to	ws-parse-text
	perform xn0-parse-number	thru	xn0-99-exit
	if ws-parse-ok not = "Y"
	then
	    move 12			to	err-ind
	    go to cc0-99-exit
	end-if
	move ws-parse-value		to	qc-num-2 (ss-crit).
*   endif

cc0-99-exit.
    exit.
cd0-check-sort.

    if qs-field (ss-sort) = spaces
    then
	move space			to	qs-dir (ss-sort)
	go to cd0-99-exit.
*   endif

    move qs-field (ss-sort)		to	ws-field-name.
    perform cf0-find-field		thru	cf0-99-exit.
    if ss-fld = zero
    then
	move 8				to	err-ind
	go to cd0-99-exit.
*   endif

    if qs-dir (ss-sort) = space
    then
	move "A"			to	qs-dir (ss-sort).
*   endif
    if   qs-dir (ss-sort) not = "A"
     and qs-dir (ss-sort) not = "D"
    then
	move 13				to	err-ind.
*   endif

cd0-99-exit.
    exit.
ce0-check-col.

    if qry-column (ss-col) = spaces
    then
	go to ce0-99-exit.
*   endif

    move qry-column (ss-col)		to	ws-field-name.
    perform cf0-find-field		thru	cf0-99-exit.
    if ss-fld = zero
    then
	move 8				to	err-ind
	go to ce0-99-exit.
*   endif

    add 1				to	ws-nbr-cols.

ce0-99-exit.
    exit.
cf0-find-field.

*	(ws-field-name in - ss-fld out, zero when the dictionary has
*	 no such field for the query's base)
    perform cf1-search-field		thru	cf1-99-exit
	varying ss-fld from 1 by 1
	until   ss-fld > nbr-query-fields
	   or   qf-name (ss-fld) = ws-field-name.

    if ss-fld > nbr-query-fields
    then
	move zero			to	ss-fld
	go to cf0-99-exit.
*   endif

    move zero				to	ss-chr.
    inspect qf-bases (ss-fld) tallying ss-chr for all qry-base.
    if ss-chr = zero
    then
	move zero			to	ss-fld.
*   endif

cf0-99-exit.
    exit.
cf1-search-field.

*	(the search is all in the varying clause)

cf1-99-exit.
    exit.
xn0-parse-number.

*	(ws-parse-text in - ws-parse-value and ws-parse-ok out.  an
*	 optional leading minus, up to eleven whole digits and two
*	 decimals, nothing after the first trailing space)
    move "Y"				to	ws-parse-ok.
    move "N"				to	ws-parse-neg
						ws-parse-point
						ws-parse-started
						ws-parse-ended
						ws-parse-any-digit.
    move zero				to	ws-parse-int
						ws-parse-dec
						ws-parse-int-digits
						ws-parse-dec-digits
						ws-parse-value.

    perform xn1-parse-char		thru	xn1-99-exit
	varying ss-chr from 1 by 1
	until   ss-chr > 20
	   or   ws-parse-ok not = "Y".

    if ws-parse-any-digit not = "Y"
    then
	move "N"			to	ws-parse-ok.
*   endif
    if ws-parse-ok not = "Y"
    then
	go to xn0-99-exit.
*   endif

    if ws-parse-dec-digits = 1
    then
	multiply 10			by	ws-parse-dec.
*   endif
    compute ws-parse-value = ws-parse-int + (ws-parse-dec / 100).
    if ws-parse-neg = "Y"
    then
	compute ws-parse-value = 0 - ws-parse-value.
*   endif

xn0-99-exit.
    exit.
xn1-parse-char.

    move ws-parse-text (ss-chr:1)	to	ws-parse-char.

    if ws-parse-char = space
    then
	if ws-parse-started = "Y"
	then
	    move "Y"			to	ws-parse-ended
	end-if
	go to xn1-99-exit.
*   endif

    if ws-parse-ended = "Y"
    then
	move "N"			to	ws-parse-ok
	go to xn1-99-exit.
*   endif

    if   ws-parse-char = "-"
     and ws-parse-started = "N"
    then
	move "Y"			to	ws-parse-neg
					ws-parse-started
	go to xn1-99-exit.
*   endif

    move "Y"				to	ws-parse-started.

    if   ws-parse-char = "/"
      or ws-parse-char = ","
    then
	go to xn1-99-exit.
*   endif

    if ws-parse-char = "."
    then
	if ws-parse-point = "Y"
	then
	    move "N"			to	ws-parse-ok
	else
	    move "Y"			to	ws-parse-point
	end-if
	go to xn1-99-exit.
*   endif

    if ws-parse-char not numeric
    then
	move "N"			to	ws-parse-ok
	go to xn1-99-exit.
*   endif

    move "Y"				to	ws-parse-any-digit.
    if ws-parse-point = "Y"
    then
	add 1				to	ws-parse-dec-digits
	if ws-parse-dec-digits > 2
	then
	    move "N"			to	ws-parse-ok
	else
	    compute ws-parse-dec = (ws-parse-dec * 10) + ws-parse-digit
	end-if
    else
	add 1				to	ws-parse-int-digits
	if ws-parse-int-digits > 11
	then
	    move "N"			to	ws-parse-ok
	else
	    compute ws-parse-int = (ws-parse-int * 10) + ws-parse-digit
	end-if.
*   endif

xn1-99-exit.
    exit.
az0-end-of-job.

    close query-def.
    close user-security.

    accept sys-time			from time.
    display scr-closing-screen.
    display confirm.

    stop run.

az0-99-exit.
    exit.
za0-common-error.

    move err-msg (err-ind)		to	err-msg-comment.
    display err-msg-line.
    display confirm.
    stop " ".
    display blank-line-24.

za0-99-exit.
    exit.

    copy "y2k_default_sysdate_century.rtn".
