000100*-----------------------------------------------------------*
000200*  NOVSL.CPY                                                 *
000300*  SELECT CLAUSE FOR THE OUTBOUND CHANGE FEED (NOVEDADES)    *
000400*  SENT EACH NIGHT TO THE AGENCIES THAT KEEP THEIR OWN COPY  *
000500*  OF THE REGISTER (PADRON ELECTORAL, SERVICIO DE SALUD).    *
000600*  WRITTEN BY TESTENOV INTO A NEW GENERATION AT EVERY RUN.   *
000700*-----------------------------------------------------------*
000800     SELECT NOVEDAD-FEED ASSIGN TO "NOVEDAD"
000900         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-NV-STATUS.
