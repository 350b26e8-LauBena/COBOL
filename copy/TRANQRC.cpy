000100*-----------------------------------------------------------*
000200*  TRANQRC.CPY                                               *
000300*  RECORD LAYOUT FOR TRANQUAR.  THE HELD BATCH IS COPIED     *
000400*  EXACTLY AS IT ARRIVED ON TRANSIN - HEADER, DETAILS AND    *
000500*  TRAILER (WHATEVER OF THEM CAME) IN THE TRANSRC LAYOUT -   *
000600*  SO THE SAME RECORDS CAN BE CONCATENATED BEHIND TRANSIN    *
000700*  ON A LATER NIGHT WITHOUT ANY RE-EDITING.  THE BATCH THEN  *
000800*  COMES IN UNDER ITS OWN NUMBER (SEE LT-LOTE-RETENIDO IN    *
000900*  LOTECTRC).                                                *
001000*-----------------------------------------------------------*
001100 01  TQ-QUAR-RECORD               PIC X(75).
