002150*                      THE LIVE LOG, SO A DATE RANGE CAN     *
002160*                      SPAN THE MONTHLY ARCHIVE GENERATIONS  *
002170*                      AND THE CURRENT MONTH TOGETHER.       *
002180*     2026-10-15  RQ   ACCEPT THE NEW DEFUNCION ACTION ('M') *
002190*                      IN THE ACTION FILTER.                 *
002192*     2026-10-15  RQ   ACCEPT THE NEW DESFUSION ACTION ('U') *
002194*                      IN THE ACTION FILTER.                 *
002200*-----------------------------------------------------------*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TESTEAUD.
009500     ACCEPT WS-FECHA-HASTA-ENT
009600     DISPLAY "USUARIO (BLANCO = TODOS): "
009700     ACCEPT WS-FILTRO-USUARIO
009800     DISPLAY "TIPO DE ACCION (A/C/B/F/M/U/R/D/X, "
009850             "BLANCO = TODAS): "
009900     ACCEPT WS-FILTRO-ACCION
010000     DISPLAY "APELLIDO (BLANCO = TODOS): "
010100     ACCEPT WS-FILTRO-APELLIDO
