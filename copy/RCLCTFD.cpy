000100*-----------------------------------------------------------*
000200*  RCLCTFD.CPY                                               *
000300*  FD FOR THE NATIONALITY-RECLASSIFICATION CONTROL FILE.     *
000400*-----------------------------------------------------------*
000500 FD  RECLAS-CONTROL
000600     LABEL RECORDS ARE STANDARD.
000700     COPY RCLCTRC.
