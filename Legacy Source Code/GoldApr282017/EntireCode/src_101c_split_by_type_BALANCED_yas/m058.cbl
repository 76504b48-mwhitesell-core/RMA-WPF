*			number is the launch order; frequency D
*			runs every business day, W on the given day
*			of week (1=monday .. 7=sunday), M on the
*			given day of month, T quarterly, Q once only
*			(a mailbox file u144 queued - never keyed
*			here, though a queued job may be changed or
*			disabled).  disable a job ("N")
*			rather than deleting it when it is only
*			being rested - the last-run stamps stay for
*			the status board.
    88  delete-code				value "D".
    88  inquire-code				value "I".
    88  end-maintenance				value "*".
* 2026/oct/15 - DM
77  hold-frequency			pic x	value space.
* 2026/oct/15 - end

01  ws-seq-nbr				pic 99	value zero.

	10  filler			pic x(60)   value
		"sequence number not on file".
	10  filler			pic x(60)   value
* 2026/oct/15 - DM
*		"frequency must be d, w or m".
		"frequency must be d, w, m or t".
* 2026/oct/15 - end
	10  filler			pic x(60)   value
		"program name may not be blank".
	10  filler			pic x(60)   value
    05  scr-pgm line 07 col 45 pic x(8) using schjob-pgm-name auto.
    05  line 08 col 01 value "DESCRIPTION".
    05  scr-desc line 08 col 45 pic x(35) using schjob-desc auto.
* 2026/oct/15 - DM
*   05  line 09 col 01 value "FREQUENCY (D=daily W=weekly M=monthly)".
    05  line 09 col 01 value "FREQUENCY (D=day W=week M=month T=qtr)".
* 2026/oct/15 - end
    05  scr-freq line 09 col 45 pic x using schjob-frequency auto.
* 2026/oct/15 - DM
*   05  line 10 col 01 value "SCHED DAY (W: 1=mon..7=sun  M: day of month)".
    05  line 10 col 01 value "SCHED DAY (W: 1=mon..7=sun  M/T: day of month)".
* 2026/oct/15 - end
    05  scr-day line 10 col 48 pic 99 using schjob-sched-day auto.
    05  line 11 col 01 value "ENABLED (Y/N)".
    05  scr-enabled line 11 col 45 pic x using schjob-enabled auto.
    move zeros				to	schjob-sched-day
						schjob-last-run-date
						schjob-last-end-time.
* 2026/oct/15 - DM
    move zeros				to	schjob-rfr-key.
* 2026/oct/15 - end

    perform ca0-accept-dtl		thru	ca0-99-exit.
    if err-ind not = zero
ca0-accept-dtl.

    display scr-job-dtl.
* 2026/oct/15 - DM
    move schjob-frequency		to	hold-frequency.
* 2026/oct/15 - end

ca0-10-pgm.

ca0-20-freq.

    accept scr-freq.
* 2026/oct/15 - DM - T = quarterly; Q = one-time run queued by u144
*		mailbox intake, kept on a queued job but never keyed
    if   schjob-frequency not = "D"
     and schjob-frequency not = "W"
     and schjob-frequency not = "M"
     and schjob-frequency not = "T"
     and (   schjob-frequency not = "Q"
	  or hold-frequency   not = "Q")
    then
* 2026/oct/15 - end
	move 4				to	err-ind
	perform za0-common-error	thru	za0-99-exit
	go to ca0-20-freq.
