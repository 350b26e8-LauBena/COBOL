000100*-----------------------------------------------------------*
000200*  DEMHSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE DEMOGRAPHIC HISTORY FILE.  READ     *
000400*  AND THEN EXTENDED BY TESTEDEM AT EVERY RUN; THE DATASET   *
000500*  IS PERMANENT AND DISP=MOD.                                *
000600*-----------------------------------------------------------*
000700     SELECT DEMO-HISTORY ASSIGN TO "DEMOHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-DH-STATUS.
