000100*-----------------------------------------------------------*
000200*  CONEMFD.CPY                                               *
000300*  FD FOR THE CONSTANCIA ISSUANCE REGISTER (CONEMIT).        *
000400*-----------------------------------------------------------*
000500 FD  CERT-ISSUE-FILE
000600     LABEL RECORDS ARE STANDARD.
000700     COPY CONEMRC.
