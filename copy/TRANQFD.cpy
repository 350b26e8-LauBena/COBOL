000100*-----------------------------------------------------------*
000200*  TRANQFD.CPY                                               *
000300*  FD FOR TRANQUAR.                                          *
000400*-----------------------------------------------------------*
000500 FD  TRAN-QUAR
000600     LABEL RECORDS ARE STANDARD.
000700     COPY TRANQRC.
