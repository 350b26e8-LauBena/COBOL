000100*-----------------------------------------------------------*
000200*  DEMHRC.CPY                                                *
000300*  RECORD LAYOUT FOR THE DEMOGRAPHIC HISTORY FILE            *
000400*  (DEMOHIST).  EVERY TESTEDEM RUN APPENDS THE 'C' AND 'O'   *
000500*  RECORDS IT SENT ON DEMOSUM, SO THE NEXT PERIOD'S RUN      *
000600*  FINDS THE PREVIOUS CUT-OFF STAMP AND EACH OFFICE'S ACTIVE *
000700*  POPULATION WITHOUT RECALCULATING HISTORY.  A PERIOD RUN   *
000800*  TWICE LEAVES TWO SETS - THE LATER ONE (LAST IN THE FILE)  *
000900*  IS THE ONE THAT COUNTS.  THE IMAGE IS CARRIED AS PIC X -  *
001000*  MOVE IT TO DM-DEMO-RECORD TO REACH THE FIELDS.            *
001100*-----------------------------------------------------------*
001200 01  DH-HISTORY-RECORD.
001300     05  DH-DEMO-IMAGE            PIC X(100).
