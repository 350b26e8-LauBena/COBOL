000100*-----------------------------------------------------------*
000200*  RCHOPSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE OPERATOR REFUSAL LOG.  SEQUENTIAL,  *
000400*  OPENED EXTEND SO EACH REFUSAL APPENDS, LIKE AUDITLOG.     *
000500*-----------------------------------------------------------*
000600     SELECT REFUSAL-LOG ASSIGN TO "RECHOPER"
000700         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RO-STATUS.
