000100*-----------------------------------------------------------*
000200*  NOVFD.CPY                                                 *
000300*  FD FOR THE OUTBOUND CHANGE FEED.                          *
000400*-----------------------------------------------------------*
000500 FD  NOVEDAD-FEED
000600     LABEL RECORDS ARE STANDARD.
000700     COPY NOVRC.
