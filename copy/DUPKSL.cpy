000100*-----------------------------------------------------------*
000200*  DUPKSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE DUPLICATE-SWEEP BLOCKING-KEY WORK   *
000400*  FILE.  TESTEDUP WRITES IT, THE JOB'S SORT STEP ORDERS IT  *
000500*  BY BLOCK AND TESTEDUC READS IT BACK THROUGH THE SAME DD.  *
000600*-----------------------------------------------------------*
000700     SELECT DUP-KEY-FILE ASSIGN TO "DUPCLAVE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-DK-STATUS.
