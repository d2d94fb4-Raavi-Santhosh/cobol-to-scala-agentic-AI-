000100*-----------------------------------------------------------*
000200* LOADCNT.CPY                                               *
000300* NUMBER OF RATE-TABLE AND EXCHANGE-RATE ENTRIES CALCSUBR   *
000400* LOADED INTO STORAGE FOR THE RUN, PASSED BACK TO CALCDRV   *
000500* FOR ITS CONTROL REPORT.  ZERO UNTIL THE FIRST CALL.       *
000600*-----------------------------------------------------------*
000700   01  WS-TABLE-LOAD-COUNTS.
000800       05  WS-RATE-ENTRIES-LOADED PIC 9(07).
000900       05  WS-CURR-ENTRIES-LOADED PIC 9(07).
