000100*-----------------------------------------------------------*
000200*  LOTRTSL.CPY                                               *
000300*  SELECT CLAUSE FOR LOTERET - THE NIGHT'S LIST OF BATCHES   *
000400*  HELD BACK IN TRANQUAR.  TESTELOD OPENS IT OUTPUT (A       *
000500*  FRESH FILE EACH NIGHT, EMPTY WHEN NOTHING WAS HELD);      *
000600*  TESTEEDT READS IT FOR THE EDIT REPORT, THE PER-OFFICE     *
000700*  RUNSTATS AND THE ACKNOWLEDGMENT.                          *
000800*-----------------------------------------------------------*
000900     SELECT LOTE-RETENIDO ASSIGN TO "LOTERET"
001000         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-LR-STATUS.
