000100*-----------------------------------------------------------*
000200*  DUPKFD.CPY                                                *
000300*  FD FOR THE DUPLICATE-SWEEP BLOCKING-KEY WORK FILE.        *
000400*-----------------------------------------------------------*
000500 FD  DUP-KEY-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY DUPKRC.
