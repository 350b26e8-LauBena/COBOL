000100*-----------------------------------------------------------*
000200*  DEFUNFD.CPY                                               *
000300*  FD FOR THE DEATH-REGISTRATION FILE.                       *
000400*-----------------------------------------------------------*
000500 FD  DEATH-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY DEFUNRC.
