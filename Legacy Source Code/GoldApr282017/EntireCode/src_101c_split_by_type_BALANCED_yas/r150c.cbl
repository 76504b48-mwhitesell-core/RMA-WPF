    add 1                               to      ctr-wk-file-reads. 
 
* 2019/may/13 DM - skip leading contractor records - t4a side
* 2026/oct/15 DM - and corporation-paid records - r151d's
*   if wk-contractor = "C" 
    if   wk-contractor = "C" 
      or wk-contractor = "P" 
    then 
	perform xa0-read-wk-file	thru	xa0-99-exit. 
*   endif 

* 2019/may/13 DM - contractor doctors are t4a slips - r151c prints
*		   them from the same sorted work file
* 2026/oct/15 DM - earnings paid to a doctor's professional
*		   corporation are not t4 income - r151d lists them
*   if wk-contractor = "C" 
    if   wk-contractor = "C" 
      or wk-contractor = "P" 
    then 
	go to xa0-read-wk-file. 
*   endif 
