000100*-----------------------------------------------------------*
000200*  OPERSL.CPY                                                *
000300*  SELECT CLAUSE FOR THE OPERATOR AUTHORIZATION FILE.        *
000400*  INDEXED BY OP-USUARIO (THE LOGNAME THE ONLINE PROGRAMS    *
000500*  ALREADY STAMP ON THEIR RECORDS) SO VALOPER CAN FETCH AN   *
000600*  OPERATOR'S ROLE WITH ONE RANDOM READ AND TESTEOPR CAN     *
000700*  MAINTAIN THE OPERATORS IN PLACE.                          *
000800*-----------------------------------------------------------*
000900     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS OP-USUARIO
001300         FILE STATUS IS WS-OP-STATUS.
