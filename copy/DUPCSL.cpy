000100*-----------------------------------------------------------*
000200*  DUPCSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE DUPLICATE-CANDIDATE FILE.  WRITTEN  *
000400*  BY TESTEDUC IN BLOCK ORDER, RANKED BY THE JOB'S SORT STEP *
000500*  (HIGHEST PUNTAJE FIRST) AND LISTED BY TESTEDUL.  THE      *
000600*  RANKED GENERATION IS THE FUSION DESK'S WORKLIST.          *
000700*-----------------------------------------------------------*
000800     SELECT DUP-CANDIDATE-FILE ASSIGN TO "DUPCAND"
000900         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-DC-STATUS.
