000100*-----------------------------------------------------------*
000200*  RCLCTSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE NATIONALITY-RECLASSIFICATION        *
000400*  CONTROL FILE.  RELATIVE ORGANIZATION SO THE ONE CONTROL   *
000500*  RECORD CAN BE REWRITTEN IN PLACE AFTER EVERY PERSON       *
000600*  RECODED, FOLLOWING THE SAME PATTERN AS THE CHECKPOINT     *
000700*  FILE (CHKPTSL).                                           *
000800*-----------------------------------------------------------*
000900     SELECT RECLAS-CONTROL ASSIGN TO "RCLCTL"
001000         ORGANIZATION IS RELATIVE
001100         ACCESS MODE IS RANDOM
001200         RELATIVE KEY IS WS-RL-RELKEY
001300         FILE STATUS IS WS-RL-STATUS.
