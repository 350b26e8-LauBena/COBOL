000100*-----------------------------------------------------------*
000200*  DEMOSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE DEMOGRAPHIC SUMMARY FILE SENT TO    *
000400*  THE MINISTRY EACH PERIOD.  WRITTEN BY TESTEDEM INTO A     *
000500*  NEW GENERATION AT EVERY RUN.                              *
000600*-----------------------------------------------------------*
000700     SELECT DEMO-SUMMARY ASSIGN TO "DEMOSUM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-DM-STATUS.
