000100*-----------------------------------------------------------*
000200*  NOVHSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE CHANGE-FEED HISTORY FILE.  EXTENDED *
000400*  BY TESTENOV WITH ONE RECORD PER FEED SENT AND READ BACK   *
000500*  TO RESEND ONE; THE DATASET IS PERMANENT AND DISP=MOD.     *
000600*-----------------------------------------------------------*
000700     SELECT NOVEDAD-HISTORY ASSIGN TO "NOVHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-NH-STATUS.
