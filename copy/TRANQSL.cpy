000100*-----------------------------------------------------------*
000200*  TRANQSL.CPY                                               *
000300*  SELECT CLAUSE FOR TRANQUAR - THE QUARANTINE DATASET       *
000400*  WHERE TESTELOD SETS ASIDE AN OFFICE'S BATCH THAT FAILED   *
000500*  ITS HEADER/TRAILER CONTROLS (A NEW GENERATION EACH        *
000600*  NIGHT THAT HELD SOMETHING BACK).                          *
000700*-----------------------------------------------------------*
000800     SELECT TRAN-QUAR ASSIGN TO "TRANQUAR"
000900         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-TQ-STATUS.
