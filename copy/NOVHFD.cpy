000100*-----------------------------------------------------------*
000200*  NOVHFD.CPY                                                *
000300*  FD FOR THE CHANGE-FEED HISTORY FILE.                      *
000400*-----------------------------------------------------------*
000500 FD  NOVEDAD-HISTORY
000600     LABEL RECORDS ARE STANDARD.
000700     COPY NOVHRC.
