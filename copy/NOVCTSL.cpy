000100*-----------------------------------------------------------*
000200*  NOVCTSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE CHANGE-FEED CONTROL FILE.  RELATIVE *
000400*  ORGANIZATION SO THE ONE CONTROL RECORD CAN BE REWRITTEN   *
000500*  IN PLACE, FOLLOWING THE SAME PATTERN AS THE OTHER         *
000600*  CONTROL FILES (NUMCTSL, BALCTSL).                         *
000700*-----------------------------------------------------------*
000800     SELECT NOVEDAD-CONTROL ASSIGN TO "NOVCTL"
000900         ORGANIZATION IS RELATIVE
001000         ACCESS MODE IS RANDOM
001100         RELATIVE KEY IS WS-NK-RELKEY
001200         FILE STATUS IS WS-NK-STATUS.
