000100*-----------------------------------------------------------*
000200*  RCHOPFD.CPY                                               *
000300*  FD FOR THE OPERATOR REFUSAL LOG.                          *
000400*-----------------------------------------------------------*
000500 FD  REFUSAL-LOG
000600     LABEL RECORDS ARE STANDARD.
000700     COPY RCHOPRC.
