001400*         TRAIL (READ HERE PRE-SORTED BY AU-NRO-PERSONA -    *
001500*         THE JOB'S SORT STEP FEEDS THE AUDITLOG DD WITH     *
001600*         THE SORTED FILE);                                  *
001610*       - EVERY FALLECIDO HAS BOTH ITS ALTA ROW AND ITS      *
001620*         DEFUNCION ('M') ROW THERE;                         *
001700*       - NC-ULTIMO-NRO ON NROCTL IS NOT BEHIND THE          *
001800*         HIGHEST PM-NRO-PERSONA (A REGRESSION THERE WOULD   *
001900*         MAKE 3500-ASIGNAR-NUMERO REUSE A NUMBER);          *
002700*                                                            *
002800*  MODIFICATION HISTORY.                                    *
002900*     2026-09-03  RQ   ORIGINAL VERSION.                     *
002910*     2026-10-15  RQ   A DEFUNCION IS ITS OWN MOVEMENT - A    *
002920*                      FALLECIDO IS COUNTED APART FROM THE   *
002930*                      ACTIVE RECORDS AND MUST CARRY A       *
002940*                      DEFUNCION ROW IN THE AUDIT TRAIL.     *
003000*-----------------------------------------------------------*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. TESTEVER.
007600     88  WS-FIN-AUDITORIA                 VALUE 'S'.
007700 77  WS-SW-ALTA-HALLADA          PIC X(01).
007800     88  WS-ALTA-HALLADA                  VALUE 'S'.
007810 77  WS-SW-DEFUN-HALLADA         PIC X(01).
007820     88  WS-DEFUN-HALLADA                 VALUE 'S'.
007900 77  WS-SW-DISCREPANCIA          PIC X(01).
008000     88  WS-HAY-DISCREPANCIA              VALUE 'S'.
008100 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
008400 77  WS-CONTADOR-ACTIVOS         PIC 9(08)        COMP.
008500 77  WS-CONTADOR-CLAVE           PIC 9(08)        COMP.
008600 77  WS-CONTADOR-SIN-ALTA        PIC 9(08)        COMP.
008610 77  WS-CONTADOR-FALLECIDOS      PIC 9(08)        COMP.
008620 77  WS-CONTADOR-SIN-DEFUN       PIC 9(08)        COMP.
008700 77  WS-MAYOR-NRO                PIC 9(08).
008750 77  WS-NOMBRE-CLAVE             PIC X(16).
008800 77  WS-FECHA-HOY                PIC 9(08).
008900 77  WS-EDIT-1                   PIC Z(07)9.
009000 77  WS-EDIT-2                   PIC Z(07)9.
009010 77  WS-EDIT-3                   PIC Z(07)9.

009100 PROCEDURE DIVISION.

011000     MOVE ZERO TO WS-CONTADOR-PRIMARIA
011100     MOVE ZERO TO WS-CONTADOR-ACTIVOS
011200     MOVE ZERO TO WS-CONTADOR-SIN-ALTA
011210     MOVE ZERO TO WS-CONTADOR-FALLECIDOS
011220     MOVE ZERO TO WS-CONTADOR-SIN-DEFUN
011300     MOVE ZERO TO WS-MAYOR-NRO
011400     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
011500     OPEN INPUT PERSON-MASTER
020100             WRITE ER-REPORT-LINE
020200         END-IF
020300     END-IF
020310     IF PM-REG-FALLECIDO
020320         ADD 1 TO WS-CONTADOR-FALLECIDOS
020330         PERFORM 2300-BUSCAR-ALTA THRU 2300-EXIT
020340         IF NOT WS-ALTA-HALLADA OR NOT WS-DEFUN-HALLADA
020350             ADD 1 TO WS-CONTADOR-SIN-DEFUN
020355             MOVE 'S' TO WS-SW-DISCREPANCIA
020360             MOVE SPACES TO ER-REPORT-LINE
020365             STRING "  FALLECIDO SIN ALTA O SIN DEFUNCION EN "
020370                     "AUDITORIA - NRO " PM-NRO-PERSONA
020375                 DELIMITED BY SIZE INTO ER-REPORT-LINE
020380             WRITE ER-REPORT-LINE
020385         END-IF
020390     END-IF
020400     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT.
020500 2200-EXIT.
020600     EXIT.
020900*  APAREO CONTRA LA AUDITORIA ORDENADA POR AU-NRO-PERSONA.   *
021000*  LOS NUMEROS DEL REGISTRO LLEGAN EN ORDEN ASCENDENTE, ASI  *
021100*  QUE LA AUDITORIA SE AVANZA UNA SOLA VEZ EN TODA LA        *
021200*  CORRIDA.  SE RECORREN TODOS LOS RENGLONES DEL NUMERO     *
021250*  BUSCANDO UN 'A' (ALTA) Y UN 'M' (DEFUNCION).              *
021300*-----------------------------------------------------------*
021400 2300-BUSCAR-ALTA.
021500     MOVE 'N' TO WS-SW-ALTA-HALLADA
021550     MOVE 'N' TO WS-SW-DEFUN-HALLADA.
021600 2300-OTRO-RENGLON.
021700     IF WS-FIN-AUDITORIA
021800         GO TO 2300-EXIT
022600     END-IF
022700     IF AU-ACCION-ALTA
022800         MOVE 'S' TO WS-SW-ALTA-HALLADA
023000     END-IF
023010     IF AU-ACCION-DEFUNCION
023020         MOVE 'S' TO WS-SW-DEFUN-HALLADA
023030     END-IF
023100     PERFORM 2150-LEER-AUDITORIA THRU 2150-EXIT
023200     GO TO 2300-OTRO-RENGLON.
023300 2300-EXIT.
038900     WRITE ER-REPORT-LINE
039000     MOVE WS-CONTADOR-PRIMARIA TO WS-EDIT-1
039100     MOVE WS-CONTADOR-ACTIVOS TO WS-EDIT-2
039150     MOVE WS-CONTADOR-FALLECIDOS TO WS-EDIT-3
039200     MOVE SPACES TO ER-REPORT-LINE
039300     STRING "REGISTROS " WS-EDIT-1 "  ACTIVOS " WS-EDIT-2
039400             "  MAYOR NRO " WS-MAYOR-NRO
039450             "  FALLECIDOS " WS-EDIT-3
039500         DELIMITED BY SIZE INTO ER-REPORT-LINE
039600     WRITE ER-REPORT-LINE
039700     IF WS-HAY-DISCREPANCIA
040900     CLOSE VERIF-REPORT
041000     DISPLAY "TESTEVER - REGISTROS: " WS-CONTADOR-PRIMARIA
041100             " ACTIVOS: " WS-CONTADOR-ACTIVOS
041200             " SIN ALTA: " WS-CONTADOR-SIN-ALTA
041250             " FALLECIDOS: " WS-CONTADOR-FALLECIDOS.
041300 9000-EXIT.
041400     EXIT.
