001660*                      TIME FROM PM-FECHA-NACIMIENTO (CALL   *
001670*                      CALCEDAD) INSTEAD OF THE EDAD FROZEN  *
001680*                      AT CAPTURE TIME.                      *
001682*     2026-10-15  RQ   COUNT FALLECIDOS SEPARATELY FROM THE  *
001684*                      LIVING - NOT LISTED, BUT GIVEN THEIR  *
001686*                      OWN LINE UNDER THE GRAND TOTAL.       *
001700*-----------------------------------------------------------*
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TESTEREP.
005000 77  WS-NACIONALIDAD-ANTERIOR    PIC X(15).
005100 77  WS-CONTADOR-GRUPO           PIC 9(06)        COMP.
005200 77  WS-CONTADOR-TOTAL           PIC 9(06)        COMP.
005250 77  WS-CONTADOR-FALLECIDOS      PIC 9(06)        COMP.
005300 77  WS-LINEAS-EN-PAGINA         PIC 9(04)        COMP.
005400 77  WS-MAX-LINEAS-POR-PAGINA    PIC 9(04)        COMP
005500         VALUE 40.

005800 77  WS-CONTADOR-GRUPO-EDIT      PIC ZZZ,ZZ9.
005900 77  WS-CONTADOR-TOTAL-EDIT      PIC ZZZ,ZZ9.
005950 77  WS-CONTADOR-FALLEC-EDIT     PIC ZZZ,ZZ9.
006000 77  WS-NRO-PAGINA-EDIT          PIC ZZZ9.
006050 77  WS-EDAD-ACTUAL              PIC 9(03).
006100 77  WS-EDAD-EDIT                PIC ZZ9.
007300     MOVE SPACES TO WS-NACIONALIDAD-ANTERIOR
007400     MOVE ZERO TO WS-CONTADOR-GRUPO
007500     MOVE ZERO TO WS-CONTADOR-TOTAL
007550     MOVE ZERO TO WS-CONTADOR-FALLECIDOS
007600     MOVE ZERO TO WS-NRO-PAGINA
007700     MOVE WS-MAX-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA
007800     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
009600     EXIT.

009700 2000-PROCESAR.
009750     IF PM-REG-FALLECIDO
009760         ADD 1 TO WS-CONTADOR-FALLECIDOS
009770     END-IF
009800     IF NOT PM-REG-ACTIVO
009900         PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
010000         GO TO 2000-EXIT
017500             WS-CONTADOR-TOTAL-EDIT
017600         DELIMITED BY SIZE INTO ER-REPORT-LINE
017700     WRITE ER-REPORT-LINE
017710     MOVE WS-CONTADOR-FALLECIDOS TO WS-CONTADOR-FALLEC-EDIT
017720     MOVE SPACES TO ER-REPORT-LINE
017730     STRING "FALLECIDOS (NO LISTADOS) ..... "
017740             WS-CONTADOR-FALLEC-EDIT
017750         DELIMITED BY SIZE INTO ER-REPORT-LINE
017760     WRITE ER-REPORT-LINE
017800     CLOSE PERSON-MASTER
017900     CLOSE REG-REPORT
018000     DISPLAY "TESTEREP - TOTAL DE PERSONAS IMPRESAS: "
018100             WS-CONTADOR-TOTAL
018150     DISPLAY "TESTEREP - FALLECIDOS NO LISTADOS: "
018160             WS-CONTADOR-FALLECIDOS.
018200 9000-EXIT.
018300     EXIT.
