000100*-----------------------------------------------------------*
000200*  DEMOFD.CPY                                                *
000300*  FD FOR THE DEMOGRAPHIC SUMMARY FILE.                      *
000400*-----------------------------------------------------------*
000500 FD  DEMO-SUMMARY
000600     LABEL RECORDS ARE STANDARD.
000700     COPY DEMORC.
