000100*-----------------------------------------------------------*
000200*  DUPCFD.CPY                                                *
000300*  FD FOR THE DUPLICATE-CANDIDATE FILE.                      *
000400*-----------------------------------------------------------*
000500 FD  DUP-CANDIDATE-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY DUPCRC.
