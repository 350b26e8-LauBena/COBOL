000100*-----------------------------------------------------------*
000200*  NODUPFD.CPY                                               *
000300*  FD FOR THE "NO DUPLICADO" FILE.                           *
000400*-----------------------------------------------------------*
000500 FD  NO-DUPLICATE-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY NODUPRC.
