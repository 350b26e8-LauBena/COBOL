000100*-----------------------------------------------------------*
000200*  DEMHFD.CPY                                                *
000300*  FD FOR THE DEMOGRAPHIC HISTORY FILE.                      *
000400*-----------------------------------------------------------*
000500 FD  DEMO-HISTORY
000600     LABEL RECORDS ARE STANDARD.
000700     COPY DEMHRC.
