002288*                      DESGLOSE DE RECHAZOS DEL MES POR      *
002290*                      OFICINA Y MOTIVO, ASI SE VE QUE       *
002292*                      OFICINA CAUSA QUE RECHAZOS.           *
002294*     2026-10-15  RQ   MOTIVOS 012 (PERSONA FALLECIDA) Y 013 *
002296*                      (DEFUNCION INVALIDA).  LOS RENGLONES  *
002297*                      RUNSTATS ANTERIORES, MAS CORTOS, LOS  *
002298*                      TOMAN COMO CERO.                      *
002300*-----------------------------------------------------------*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TESTEMES.
006400 77  WS-NOC-APLICADOS            PIC 9(08)        COMP.
006500 77  WS-NOC-OMIT-DUP             PIC 9(08)        COMP.
006510 01  WS-NOC-POR-MOTIVO.
006520     05  WS-NOC-MOTIVO-CNT       OCCURS 13 TIMES
006530                                 PIC 9(08)        COMP.

006600*  ACUMULADORES DEL MES.
007000 77  WS-MES-APLICADOS            PIC 9(08)        COMP.
007100 77  WS-MES-OMIT-DUP             PIC 9(08)        COMP.
007200 01  WS-MES-POR-MOTIVO.
007300     05  WS-MES-MOTIVO-CNT       OCCURS 13 TIMES
007400                                 PIC 9(08)        COMP.

007410*  DESGLOSE POR OFICINA REMITENTE (CODIGO 01-99).  LA NOCHE
007452 01  WS-NOC-POR-OFICINA.
007454     05  WS-NOC-OFI-ENTRY        OCCURS 99 TIMES.
007456         10  WS-NOC-OFI-RECH     PIC 9(08)        COMP.
007458         10  WS-NOC-OFI-MOT      OCCURS 13 TIMES
007460                                 PIC 9(08)        COMP.
007462 01  WS-MES-POR-OFICINA.
007464     05  WS-MES-OFI-ENTRY        OCCURS 99 TIMES.
007466         10  WS-MES-OFI-RECH     PIC 9(08)        COMP.
007468         10  WS-MES-OFI-MOT      OCCURS 13 TIMES
007470                                 PIC 9(08)        COMP.

007500 77  WS-EDIT-1                   PIC Z(08)9.
008900     05  FILLER PIC X(31) VALUE "PERSONA DADA DE BAJA           ".
008950     05  FILLER PIC X(31) VALUE "DNI INVALIDO (DIG. VERIF.)     ".
008960     05  FILLER PIC X(31) VALUE "NRO SOBREVIVIENTE INVALIDO     ".
008970     05  FILLER PIC X(31) VALUE "PERSONA FALLECIDA              ".
008980     05  FILLER PIC X(31) VALUE "FECHA/ACTA DEFUNCION INVALIDA  ".
009000 01  WS-MOTIVO-TABLA REDEFINES WS-MOTIVO-TABLA-VALORES.
009100     05  WS-MOTIVO-DESC OCCURS 13 TIMES
009200                                 PIC X(31).

009300 PROCEDURE DIVISION.
017800                 MOVE RS-ACEPTADOS TO WS-NOC-ACEPTADOS
018000                 MOVE RS-RECHAZADOS TO WS-NOC-RECHAZADOS
018200                 PERFORM VARYING WS-SUB FROM 1 BY 1
018300                           UNTIL WS-SUB > 13
018400                     IF RS-RECH-MOTIVO(WS-SUB) NUMERIC
018500                         MOVE RS-RECH-MOTIVO(WS-SUB)
018510                             TO WS-NOC-MOTIVO-CNT(WS-SUB)
018520                     ELSE
018530                         MOVE ZERO TO WS-NOC-MOTIVO-CNT(WS-SUB)
018540                     END-IF
018600                 END-PERFORM
018650             END-IF
018700         WHEN "TESTEUPD"
020576     END-IF
020578     MOVE RS-RECHAZADOS TO WS-NOC-OFI-RECH(WS-OFI)
020580     PERFORM VARYING WS-SUB FROM 1 BY 1
020582               UNTIL WS-SUB > 13
020583         MOVE ZERO TO WS-NOC-OFI-MOT(WS-OFI WS-SUB)
020584         IF RS-RECH-MOTIVO(WS-SUB) NUMERIC
020585             MOVE RS-RECH-MOTIVO(WS-SUB)
020586                 TO WS-NOC-OFI-MOT(WS-OFI WS-SUB)
020587         END-IF
020588     END-PERFORM.
020590 2200-EXIT.
020592     EXIT.
020668     ADD WS-NOC-APLICADOS TO WS-MES-APLICADOS
020670     ADD WS-NOC-OMIT-DUP TO WS-MES-OMIT-DUP
020672     PERFORM VARYING WS-SUB FROM 1 BY 1
020674               UNTIL WS-SUB > 13
020676         ADD WS-NOC-MOTIVO-CNT(WS-SUB)
020678             TO WS-MES-MOTIVO-CNT(WS-SUB)
020680     END-PERFORM
021810 3100-SUMAR-OFICINA.
021820     ADD WS-NOC-OFI-RECH(WS-OFI) TO WS-MES-OFI-RECH(WS-OFI)
021830     PERFORM VARYING WS-SUB FROM 1 BY 1
021840               UNTIL WS-SUB > 13
021850         ADD WS-NOC-OFI-MOT(WS-OFI WS-SUB)
021860             TO WS-MES-OFI-MOT(WS-OFI WS-SUB)
021870     END-PERFORM.
024000     MOVE "RECHAZOS DEL MES POR MOTIVO" TO ER-REPORT-LINE
024100     WRITE ER-REPORT-LINE
024200     PERFORM 9100-IMPRIMIR-MOTIVO THRU 9100-EXIT
024300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 13
024310     MOVE SPACES TO ER-REPORT-LINE
024320     WRITE ER-REPORT-LINE
024330     MOVE "RECHAZOS DEL MES POR OFICINA REMITENTE"
025876         DELIMITED BY SIZE INTO ER-REPORT-LINE
025878     WRITE ER-REPORT-LINE
025880     PERFORM VARYING WS-SUB FROM 1 BY 1
025882               UNTIL WS-SUB > 13
025884         IF WS-MES-OFI-MOT(WS-OFI WS-SUB) > ZERO
025886             MOVE WS-MES-OFI-MOT(WS-OFI WS-SUB) TO WS-EDIT-2
025888             MOVE SPACES TO ER-REPORT-LINE
