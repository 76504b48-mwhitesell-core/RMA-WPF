*
*   revision history:
*
*   2026/oct/15 DM	- the menu's LAUNCH events (secchain, for the
*			  segregation-of-duties report r108) are
*			  day-time keying, not a night run - left
*			  out of the trace.
*
environment division.
input-output section.
file-control.
	go to ab0-99-exit.
*   endif

* 2026/oct/15 - DM
    if evt-type = "LAUNCH"
    then
	go to ab0-99-exit.
*   endif
* 2026/oct/15 - end

*	(the whole trace prints - the abnormal lines count as
*	 exceptions and lead the operator to the right spot)
    move evt-time			to	l1-time.
