*
*   files		: f098 - user security master
*			: security refusal log (extend)
*			: f064 - central event log (via eventlog)
*
*   program purpose : the single gate every menu launch passes
*			through.  given the signed-on user and the
*
*   revision history:
*
*   2026/oct/15 DM	- every launch let through goes on the event
*			  log as a LAUNCH of the program with the
*			  user id as the key, so r108 can see which
*			  segregation-of-duties pairs (f137) one
*			  user actually ran.
*
environment division.
input-output section.
file-control.
77  ss-pgm				pic 99	value zero.
77  ws-allowed				pic x	value "N".

* 2026/oct/15 - DM
    copy "eventlog.ws".
* 2026/oct/15 - end

    copy "sysdatetime.ws".

linkage section.
	    move "L"			to	scp-verdict
	end-if
* 2026/sep/02 - end
* 2026/oct/15 - DM
	perform ca0-log-launch		thru	ca0-99-exit
* 2026/oct/15 - end
    else
	perform ba0-log-refusal		thru	ba0-99-exit.
*   endif

ba0-99-exit.
    exit.
* 2026/oct/15 - DM
ca0-log-launch.

    move scp-pgm-name			to	elp-pgm.
    move "LAUNCH"			to	elp-type.
    move spaces				to	elp-file-name
						elp-file-status
						elp-text.
    move scp-user-id			to	elp-key.
    move zero				to	elp-count.
    if scp-launched-training
    then
	move "TRAINING DATA SET"	to	elp-text.
*   endif
    call "eventlog" using event-log-parms
	on exception
	    continue.

ca0-99-exit.
    exit.
* 2026/oct/15 - end

    copy "y2k_default_sysdate_century.rtn".
