000100*-----------------------------------------------------------*
000200*  CONEMSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE CONSTANCIA ISSUANCE REGISTER.       *
000400*  INDEXED BY CONSTANCIA NUMBER SO A CALL ASKING ABOUT       *
000500*  CONSTANCIA N IS ANSWERED WITH ONE RANDOM READ.            *
000600*-----------------------------------------------------------*
000700     SELECT CERT-ISSUE-FILE ASSIGN TO "CONEMIT"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS CN-NRO-CONSTANCIA
001100         FILE STATUS IS WS-CN-STATUS.
