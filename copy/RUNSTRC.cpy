000500*  WITH ITS RUN DATE, START/END TIME AND COUNTERS, SO THE    *
000600*  NIGHT'S NUMBERS SURVIVE THE SYSOUT PURGE.  TESTEEDT       *
000700*  ADEMAS DESGLOSA LOS RECHAZOS POR CODIGO DE MOTIVO         *
000800*  (TRANBRC 001-013, BY SUBSCRIPT), Y TESTEUPD DESGLOSA LOS  *
000900*  OMITIDOS.  EL INFORME MENSUAL (TESTEMES) LEE ESTE         *
001000*  ARCHIVO Y MUESTRA VOLUMENES POR NOCHE Y TENDENCIAS DE     *
001100*  RECHAZO.  FIELDS A STEP DOES NOT USE ARE ZERO.            *
001140*  SENDING OFFICE AND NIGHT WITH RS-OFICINA SET AND ONLY     *
001150*  THAT OFFICE'S READ/ACCEPT/REJECT COUNTS, SO TESTEMES CAN  *
001160*  BREAK THE REJECT TREND DOWN PER OFFICE.                   *
001170*  RS-RETENCION: BATCHES TESTELOD HELD BACK IN TRANQUAR AND  *
001180*  THEIR DETAIL RECORDS.  TESTELOD'S OWN RECORD CARRIES THE  *
001190*  NIGHT'S TOTAL (ITS RS-LEIDOS IS ONLY WHAT IT LOADED);     *
001192*  TESTEEDT'S PER-OFFICE RECORD CARRIES THAT OFFICE'S SHARE  *
001194*  AND THE REASON CODE (LOTRTRC) OF ITS LAST HELD BATCH, AND *
001196*  IS WRITTEN EVEN WHEN NOTHING OF THE OFFICE WAS LOADED.    *
001300 01  RS-STATS-RECORD.
001400     05  RS-FECHA                 PIC 9(08).
001500     05  RS-PROGRAMA              PIC X(08).
002300     05  RS-OMIT-REINICIO         PIC 9(08).
002400     05  RS-OMIT-SIN-DESTINO      PIC 9(08).
002500     05  RS-RECHAZOS-POR-MOTIVO.
002600         10  RS-RECH-MOTIVO       OCCURS 13 TIMES
002700                                  PIC 9(08).
002800     05  RS-RETENCION.
002900         10  RS-LOTES-RETENIDOS   PIC 9(04).
003000         10  RS-REGS-RETENIDOS    PIC 9(08).
003100         10  RS-MOTIVO-RETENCION  PIC X(03).
