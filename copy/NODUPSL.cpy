000100*-----------------------------------------------------------*
000200*  NODUPSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE "NO DUPLICADO" FILE.  INDEXED BY    *
000400*  THE PAIR OF REGISTER NUMBERS (LOWER FIRST) SO THE SWEEP   *
000500*  CAN DROP A DISMISSED PAIR WITH ONE RANDOM READ.           *
000600*-----------------------------------------------------------*
000700     SELECT NO-DUPLICATE-FILE ASSIGN TO "NODUPLIC"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS ND-PAR
001100         FILE STATUS IS WS-ND-STATUS.
