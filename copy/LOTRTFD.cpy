000100*-----------------------------------------------------------*
000200*  LOTRTFD.CPY                                               *
000300*  FD FOR LOTERET.                                           *
000400*-----------------------------------------------------------*
000500 FD  LOTE-RETENIDO
000600     LABEL RECORDS ARE STANDARD.
000700     COPY LOTRTRC.
