*			enabled job not stamped with last night's
*			date is flagged, so what did not run is
*			obvious at a glance.
*			files u144 takes in from the MOH mailbox
*			are queued here as one-time "Q" jobs - each
*			is copied to the name its program reads just
*			before the launch, disabled once it has run,
*			and its f111 register entry stamped with the
*			outcome.
*
*   revision history:
*
*
    copy "f058_sched_job.slr".
*
* 2026/oct/15 - DM - received-file register for mailbox queue jobs
    copy "f111_recv_file_reg.slr".
* 2026/oct/15 - end
*
* 2026/sep/02 - DM - parm files handed to the jobs that would
*		otherwise prompt (r065's report date, u136's option) -
*		the u030aa parm-file idea, so the unattended run
	assign to disk "$pb_data/u136_parm"
	organization is sequential.
* 2026/sep/02 - end
* 2026/oct/15 - DM - the nightly ad hoc query set
    select r106-parm-file
	assign to disk "$pb_data/r106_parm"
	organization is sequential.
* 2026/oct/15 - end
*
data division.
file section.
*
    copy "f058_sched_job.fd".
*
* 2026/oct/15 - DM
    copy "f111_recv_file_reg.fd".
* 2026/oct/15 - end
*
* 2026/sep/02 - DM
fd  r065-parm-file
    record contains 20 characters.
    05  u136-parm-option		pic x.
    05  filler				pic x(19).
* 2026/sep/02 - end
* 2026/oct/15 - DM
fd  r106-parm-file
    record contains 80 characters.

01  r106-parm-rec.
    05  r106-parm-type			pic x.
    05  filler				pic x(79).
* 2026/oct/15 - end
*
working-storage section.

77  common-status-file			pic x(2).
77  status-cobol-sched-calendar		pic xx	value zero.
77  status-cobol-sched-job		pic xx	value zero.
* 2026/oct/15 - DM
77  status-cobol-recv-file-reg		pic xx	value zero.
77  ws-rfr-found			pic x	value "N".
* 2026/oct/15 - end

77  eof-sched-job			pic x	value "N".

77  ws-job-due				pic x	value "N".
77  ws-call-failed			pic x	value "N".
77  ws-call-pgm				pic x(8)	value spaces.
* 2026/oct/15 - DM - room for the mailbox file copy command
01  ws-step-macro			pic x(110)	value spaces.
* 2026/oct/15 - end
77  ws-flag-job				pic x	value space.
* 2026/sep/02 - DM - the previous business day, worked back off the
*		f057 calendar for the morning board

*   the standard nightly sequence - seq, program, description,
*   frequency, sched day
* 2026/oct/15 - DM - entries padded out to the full 35-character
*		description so the frequency and day land in their
*		own columns (they were loading "0" and spaces)
* 2026/oct/15 - end

01  std-jobs-values.
    05  filler	pic x(48)	value
	"01u070    CLIENT OPEN-BALANCE REBUILD        D00".
* 2026/sep/02 - DM - the nightly AR-extract apply follows the
*		open-balance rebuild so r075 never reports stale
    05  filler	pic x(48)	value
	"02u105    AR EXTRACT JOURNAL APPLY           D00".
* 2026/sep/02 - end
    05  filler	pic x(48)	value
	"03u095    HCV ELIGIBILITY SWEEP              D00".
    05  filler	pic x(48)	value
	"04u803    REPORT ARCHIVE RETENTION           D00".
    05  filler	pic x(48)	value
	"05u063    COLLECTION LETTERS                 D00".
* 2026/sep/02 - DM - rejected-claim disposition joins the nightly set
    05  filler	pic x(48)	value
	"06u110    REJECTED-CLAIM DISPOSITION         D00".
* 2026/sep/02 - end
* 2026/sep/02 - DM - journal shipper sweeps the day's tail to the
*		standby before the morning print (the frequent
*		intraday runs are driven outside the nightly set)
    05  filler	pic x(48)	value
	"07u133    JOURNAL SHIP TO STANDBY            D00".
* 2026/sep/02 - end
* 2026/sep/02 - DM - nightly file statistics capture
    05  filler	pic x(48)	value
	"08u136    FILE GROWTH STATISTICS             D00".
* 2026/sep/02 - end
* 2026/oct/15 - DM - monday's lost-claim sweep
    05  filler	pic x(48)	value
	"09u143    LOST CLAIM SWEEP                   W01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly RA short-pay / inquiry report
    05  filler	pic x(48)	value
	"10r090    RA SHORT-PAY INQUIRY REPORT        M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly deduction ledger schedule report
    05  filler	pic x(48)	value
	"11r092    DEDUCTION LEDGER SCHEDULE REPORT   M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monday's pre-authorization renewal report
    05  filler	pic x(48)	value
	"12r093    PRE-AUTHORIZATION RENEWALS         W01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly aged unapplied cash report
    05  filler	pic x(48)	value
	"13r094    UNAPPLIED CASH AGED REPORT         M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - the supervisor's daily payment reallocation register
    05  filler	pic x(48)	value
	"14r095    PAYMENT REALLOCATION REGISTER      D00".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly bad-debt recoveries report
    05  filler	pic x(48)	value
	"15r096    BAD-DEBT RECOVERIES REPORT         M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly placement with the collection agency
    05  filler	pic x(48)	value
	"16u147    COLLECTION AGENCY PLACEMENT        M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - the card processor's daily settlement import
    05  filler	pic x(48)	value
	"17u149    CARD SETTLEMENT IMPORT             D00".
* 2026/oct/15 - end
* 2026/oct/15 - DM - block-fee renewals and invoices, and the monthly
*		block-fee plan report
    05  filler	pic x(48)	value
	"18u150    BLOCK-FEE RENEWAL BILLING          D00".
    05  filler	pic x(48)	value
	"19r097    BLOCK-FEE PLAN REPORT              M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly virtual-versus-in-person report
    05  filler	pic x(48)	value
	"20r098    VIRTUAL CARE BY DOCTOR REPORT      M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monday's impossible-hours audit
    05  filler	pic x(48)	value
	"21r099    IMPOSSIBLE-HOURS AUDIT             W01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - the quarterly specialty peer outlier report
    05  filler	pic x(48)	value
	"22r100    SPECIALTY PEER OUTLIER REPORT      T10".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly MOH billing threshold monitor
    05  filler	pic x(48)	value
	"23r101    MOH BILLING THRESHOLD MONITOR      M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly doctor billing scorecard
    05  filler	pic x(48)	value
	"24r105    DOCTOR BILLING SCORECARD           M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - saved ad hoc queries due tonight (r106 decides
*		which of the f134 definitions are due)
    05  filler	pic x(48)	value
	"25r106    SCHEDULED AD HOC QUERIES           D00".
* 2026/oct/15 - end
* 2026/oct/15 - DM - nightly reporting warehouse extract
    05  filler	pic x(48)	value
	"26u153    REPORTING WAREHOUSE EXTRACT        D00".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monthly segregation-of-duties report
    05  filler	pic x(48)	value
	"27r108    SEGREGATION OF DUTIES REPORT       M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monday's referential integrity audit
    05  filler	pic x(48)	value
	"28r159    REFERENTIAL INTEGRITY AUDIT        W01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - monday's overdue and unbilled third-party requests
    05  filler	pic x(48)	value
	"29r160    THIRD-PARTY REQUESTS REPORT        W01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - last month's claims billed while the doctor was away
    05  filler	pic x(48)	value
	"30r161    CLAIMS BILLED DURING ABSENCES      M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - last month's remittance detail per doctor
    05  filler	pic x(48)	value
	"31r162    REMITTANCE DETAIL PER DOCTOR       M01".
* 2026/oct/15 - end
* 2026/oct/15 - DM - the morning list of outbound files not sent or
*		not acknowledged
    05  filler	pic x(48)	value
	"32r164    OUTBOUND TRANSMISSION EXCEPTIONS   D00".
* 2026/oct/15 - end
* 2026/oct/15 - DM - the morning exception print stays the last job of
*		the set, so it carries every job's EXCEPT events
    05  filler	pic x(48)	value
	"33r065    MORNING EXCEPTION PRINT            D00".
* 2026/oct/15 - end
01  std-jobs-tbl redefines std-jobs-values.
* 2026/oct/15 - DM
    05  std-job				occurs 33 times.
* 2026/oct/15 - end
	10  std-job-seq			pic 99.
	10  std-job-pgm			pic x(8).
	10  std-job-desc		pic x(35).
    display file-status-display.
    stop "error in accessing scheduler job master".

* 2026/oct/15 - DM
err-rfr-file section.
    use after standard error procedure on recv-file-reg.
err-recv-file-reg.
    move status-cobol-recv-file-reg	to common-status-file.
    display file-status-display.
    stop "error in accessing received-file register".
* 2026/oct/15 - end

end declaratives.

main-line section.

    open input sched-calendar.
    open i-o sched-job.
* 2026/oct/15 - DM
    open i-o recv-file-reg.
* 2026/oct/15 - end

    display scr-title.


    perform bb0-load-one-job		thru	bb0-99-exit
	varying ss-job from 1 by 1
* 2026/oct/15 - DM
	until ss-job > 33.
* 2026/oct/15 - end

    display blank-work-area.
    perform ca0-show-board		thru	ca0-99-exit.
    move zeros				to	schjob-last-run-date
						schjob-last-end-time.
    move space				to	schjob-last-status.
* 2026/oct/15 - DM
    move zeros				to	schjob-rfr-key.
* 2026/oct/15 - end

    write sched-job-rec
	invalid key
*	endif
*   endif

* 2026/oct/15 - DM - a quarterly job runs on its day of the first
*		month of each quarter
    if schjob-frequency = "T"
    then
	if   schjob-sched-day = sys-dd
	 and (sys-mm = 1 or sys-mm = 4 or sys-mm = 7 or sys-mm = 10)
	then
	    move "Y"			to	ws-job-due
	end-if
	go to db0-99-exit.
*   endif
* 2026/oct/15 - end

* 2026/oct/15 - DM - a queued mailbox file runs the first business
*		night after it is taken in
    if schjob-frequency = "Q"
    then
	move "Y"			to	ws-job-due.
*   endif
* 2026/oct/15 - end

db0-99-exit.
    exit.
dc0-launch-job.
	close u136-parm-file.
*   endif
* 2026/sep/02 - end
* 2026/oct/15 - DM - the scheduled set, not whatever query was last
*		run on demand
    if ws-call-pgm = "r106"
    then
	open output r106-parm-file
	move spaces			to	r106-parm-rec
	move "S"			to	r106-parm-type
	write r106-parm-rec
	close r106-parm-file.
*   endif
* 2026/oct/15 - end
* 2026/oct/15 - DM - a queued mailbox file goes to the input name
*		its program reads
    if schjob-frequency = "Q"
    then
	perform de0-stage-mailbox-file	thru	de0-99-exit.
*   endif
* 2026/oct/15 - end

    move spaces				to	ws-step-macro.
    string "$pb_obj/"		delimited by size
	add 1				to	ctr-jobs-run.
*   endif

* 2026/oct/15 - DM - a queued job runs once; a failed one is left
*		enabled to run again the next night
    if schjob-frequency = "Q"
    then
	perform df0-stamp-register	thru	df0-99-exit.
*   endif
* 2026/oct/15 - end

    rewrite sched-job-rec
	invalid key
	    next sentence.

dd0-99-exit.
    exit.
* 2026/oct/15 - DM
de0-stage-mailbox-file.

    move "N"				to	ws-rfr-found.
    move schjob-rfr-key			to	rfr-key.

    read recv-file-reg
	invalid key
	    go to de0-99-exit.

    move "Y"				to	ws-rfr-found.

    if rfr-stage-name = spaces
    then
	go to de0-99-exit.
*   endif

    move spaces				to	ws-step-macro.
    string "cp "		delimited by size
	   rfr-file-name	delimited by space
	   " "			delimited by size
	   rfr-stage-name	delimited by space
				into	ws-step-macro.

    call "SYSTEM" using ws-step-macro
	on exception
	    next sentence.

de0-99-exit.
    exit.
df0-stamp-register.

    if ws-call-failed not = "Y"
    then
	move "N"			to	schjob-enabled.
*   endif

    if ws-rfr-found not = "Y"
    then
	go to df0-99-exit.
*   endif

    move sys-date-long-r		to	rfr-processed-date.
    if ws-call-failed = "Y"
    then
	move "F"			to	rfr-status
    else
	move "P"			to	rfr-status.
*   endif

    rewrite recv-file-reg-rec
	invalid key
	    next sentence.

df0-99-exit.
    exit.
* 2026/oct/15 - end
az0-end-of-job.

    close sched-calendar.
    close sched-job.
* 2026/oct/15 - DM
    close recv-file-reg.
* 2026/oct/15 - end

    accept sys-time			from time.
    display scr-closing-screen.
