000100*-----------------------------------------------------------*
000200*  OPERFD.CPY                                                *
000300*  FD FOR THE OPERATOR AUTHORIZATION FILE.                   *
000400*-----------------------------------------------------------*
000500 FD  OPERATOR-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY OPERRC.
