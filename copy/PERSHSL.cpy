000100*-----------------------------------------------------------*
000200*  PERSHSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE PERSON-HISTORY ARCHIVE.  WRITTEN    *
000400*  (EXTEND) BY TESTEPUR, READ SEQUENTIALLY BY TESTEHIS,      *
000500*  TESTECER AND TESTEVCO.                                    *
000600*-----------------------------------------------------------*
000700     SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
000800         ORGANIZATION IS LINE SEQUENTIAL
