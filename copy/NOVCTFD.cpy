000100*-----------------------------------------------------------*
000200*  NOVCTFD.CPY                                               *
000300*  FD FOR THE CHANGE-FEED CONTROL FILE.                      *
000400*-----------------------------------------------------------*
000500 FD  NOVEDAD-CONTROL
000600     LABEL RECORDS ARE STANDARD.
000700     COPY NOVCTRC.
