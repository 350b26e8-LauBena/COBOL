000800*     STEP 4 OF THE NIGHTLY BATCH LOAD - BALANCING.  READS   *
000900*     THE CONTROL-TOTALS RECORDS THE THREE PIPELINE STEPS    *
001000*     WROTE TO CTLTOTAL AND PROVES THE NIGHT BALANCES:       *
001010*       - RECORDS READ BY TESTELOD = LOADED + HELD BACK      *
001020*         IN TRANQUAR                                        *
001100*       - RECORDS LOADED (TESTELOD) = RECORDS EDITED         *
001200*         (TESTEEDT) = ACCEPTED + REJECTED                   *
001300*       - ACCEPTED = RECORDS READ BY TESTEUPD                *
001400*         = APPLIED + SKIPPED                                *
001500*       - PERSONMA ACTIVE COUNT BEFORE THE RUN + ALTAS       *
001600*         APPLIED - BAJAS - FUSIONES - DEFUNCIONES APPLIED   *
001650*         + DESFUSIONES APPLIED = ACTIVE COUNT AFTER.        *
001700*     ANY BROKEN RULE OR MISSING STEP RECORD ENDS WITH       *
001800*     RETURN-CODE 8 SO OPERATIONS IS PAGED THE SAME NIGHT    *
001900*     INSTEAD OF DISCOVERING A SHORT FILE WEEKS LATER.       *
002000*     IF A STEP WAS RERUN, ONLY ITS LAST CTLTOTAL RECORD     *
002100*     COUNTS.                                                 *
002110*     A HELD-BACK BATCH IS REPORTED BUT IS OUTSIDE THE REST  *
002120*     OF THE NIGHT'S BALANCE - ONLY WHAT WAS LOADED GOES     *
002130*     DOWN THE LINE.                                         *
002200*                                                            *
002300*  MODIFICATION HISTORY.                                    *
002400*     2026-08-22  RQ   ORIGINAL VERSION.                     *
002470*                      BALCTL CONTROL FILE, SO THE WEEKLY    *
002480*                      INTEGRITY SWEEP (TESTEVER) HAS AN     *
002490*                      INDEPENDENT FIGURE TO CHECK AGAINST.  *
002491*     2026-10-15  RQ   A DEFUNCION IS ITS OWN MOVEMENT - THE *
002492*                      RULE IS NOW ANTES + ALTAS - BAJAS -   *
002493*                      FUSIONES - DEFUNCIONES = DESPUES.     *
002494*     2026-10-15  RQ   A DESFUSION ADDS + DESFUSIONES.       *
002495*     2026-10-15  RQ   TESTELOD MAY HOLD A BATCH IN TRANQUAR *
002496*                      - NEW RULE LEIDOS = GRABADOS +        *
002497*                      RETENIDOS FOR TESTELOD; ONLY GRABADOS *
002498*                      GOES INTO THE TRANWORK RULE.          *
002500*-----------------------------------------------------------*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TESTEBAL.
005400     88  WS-VISTO-UPD                     VALUE 'S'.

005500 01  WS-TOT-LOD.
005550     05  WS-LOD-LEIDOS           PIC 9(08).
005600     05  WS-LOD-GRABADOS         PIC 9(08).
005650     05  WS-LOD-RETENIDOS        PIC 9(08).
005700 01  WS-TOT-EDT.
005800     05  WS-EDT-LEIDOS           PIC 9(08).
005900     05  WS-EDT-ACEPTADOS        PIC 9(08).
006500     05  WS-UPD-ALTAS            PIC 9(08).
006600     05  WS-UPD-BAJAS            PIC 9(08).
006650     05  WS-UPD-FUSIONES         PIC 9(08).
006660     05  WS-UPD-DEFUNCIONES      PIC 9(08).
006670     05  WS-UPD-DESFUSIONES      PIC 9(08).
006700     05  WS-UPD-ACTIVOS-ANTES    PIC 9(08).
006800     05  WS-UPD-ACTIVOS-DESPUES  PIC 9(08).

010300     EVALUATE CT-PROGRAMA
010400         WHEN "TESTELOD"
010500             MOVE 'S' TO WS-SW-VISTO-LOD
010550             MOVE CT-LEIDOS TO WS-LOD-LEIDOS
010600             MOVE CT-GRABADOS TO WS-LOD-GRABADOS
010610             MOVE ZERO TO WS-LOD-RETENIDOS
010620             IF CT-RETENIDOS IS NUMERIC
010630                 MOVE CT-RETENIDOS TO WS-LOD-RETENIDOS
010640             END-IF
010700         WHEN "TESTEEDT"
010800             MOVE 'S' TO WS-SW-VISTO-EDT
010900             MOVE CT-LEIDOS TO WS-EDT-LEIDOS
011700             MOVE CT-ALTAS TO WS-UPD-ALTAS
011800             MOVE CT-BAJAS TO WS-UPD-BAJAS
011850             MOVE CT-FUSIONES TO WS-UPD-FUSIONES
011860             MOVE CT-DEFUNCIONES TO WS-UPD-DEFUNCIONES
011870             MOVE CT-DESFUSIONES TO WS-UPD-DESFUSIONES
011900             MOVE CT-ACTIVOS-ANTES TO WS-UPD-ACTIVOS-ANTES
012000             MOVE CT-ACTIVOS-DESPUES TO WS-UPD-ACTIVOS-DESPUES
012100         WHEN OTHER
015600         GO TO 3000-EXIT
015700     END-IF

015705     MOVE ZERO TO WS-SUMA
015710     ADD WS-LOD-GRABADOS TO WS-SUMA
015715     ADD WS-LOD-RETENIDOS TO WS-SUMA
015720     IF WS-SUMA NOT = WS-LOD-LEIDOS
015725         DISPLAY "TESTEBAL - CARGA NO CUADRA: LEIDOS "
015730                 WS-LOD-LEIDOS " GRABADOS+RETENIDOS " WS-SUMA
015735         MOVE 'S' TO WS-SW-DESBALANCE
015740     END-IF
015745     IF WS-LOD-RETENIDOS > ZERO
015750         DISPLAY "TESTEBAL - RETENIDOS EN TRANQUAR, FUERA DEL "
015755                 "CUADRE DE LA NOCHE: " WS-LOD-RETENIDOS
015760     END-IF

015800     IF WS-LOD-GRABADOS NOT = WS-EDT-LEIDOS
015900         DISPLAY "TESTEBAL - TRANWORK NO CUADRA: CARGADOS "
016000                 WS-LOD-GRABADOS " EDITADOS " WS-EDT-LEIDOS
018700     ADD WS-UPD-ALTAS TO WS-ESPERADO
018800     SUBTRACT WS-UPD-BAJAS FROM WS-ESPERADO
018850     SUBTRACT WS-UPD-FUSIONES FROM WS-ESPERADO
018860     SUBTRACT WS-UPD-DEFUNCIONES FROM WS-ESPERADO
018870     ADD WS-UPD-DESFUSIONES TO WS-ESPERADO
018900     IF WS-ESPERADO NOT = WS-UPD-ACTIVOS-DESPUES
019000         DISPLAY "TESTEBAL - EL REGISTRO NO CUADRA: ACTIVOS "
019100                 "ANTES " WS-UPD-ACTIVOS-ANTES
019200                 " + ALTAS " WS-UPD-ALTAS
019300                 " - BAJAS " WS-UPD-BAJAS
019350                 " - FUSIONES " WS-UPD-FUSIONES
019360                 " - DEFUNCIONES " WS-UPD-DEFUNCIONES
019370                 " + DESFUSIONES " WS-UPD-DESFUSIONES
019400                 " <> ACTIVOS DESPUES " WS-UPD-ACTIVOS-DESPUES
019500         MOVE 'S' TO WS-SW-DESBALANCE
019600     END-IF.
