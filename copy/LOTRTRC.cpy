000100*-----------------------------------------------------------*
000200*  LOTRTRC.CPY                                               *
000300*  RECORD LAYOUT FOR LOTERET - ONE RECORD PER BATCH THAT     *
000400*  TESTELOD SET ASIDE IN TRANQUAR INSTEAD OF LOADING, WITH   *
000500*  THE OFFICE, THE BATCH AS ITS HEADER GAVE IT AND THE       *
000600*  REASON.  LR-MOTIVO-CODIGO IS THE SAME CODE THAT GOES      *
000700*  OUT ON TRANACK (AK-EST-LOTE-RETENIDO) AND ON THE          *
000800*  OFFICE'S RUNSTATS RECORD (RS-MOTIVO-RETENCION).           *
000900*  LR-IND-REINGRESO SAYS WHETHER THE BATCH MAY COME BACK IN  *
001000*  UNDER ITS OWN NUMBER - NOT WHEN IT WAS HELD BECAUSE       *
001100*  THAT NUMBER WAS ALREADY LOADED.                           *
001200*-----------------------------------------------------------*
001300 01  LR-RETENIDO-RECORD.
001400     05  LR-FECHA                 PIC 9(08).
001500     05  LR-OFICINA               PIC 9(02).
001600     05  LR-NRO-LOTE              PIC 9(04).
001700     05  LR-FECHA-LOTE            PIC X(08).
001800     05  LR-MOTIVO-CODIGO         PIC X(03).
001900         88  LR-MOT-FECHA-ERRONEA         VALUE '020'.
002000         88  LR-MOT-LOTE-YA-CARGADO       VALUE '021'.
002100         88  LR-MOT-LOTE-REPETIDO         VALUE '022'.
002200         88  LR-MOT-COLA-ILEGIBLE         VALUE '023'.
002300         88  LR-MOT-CANTIDAD              VALUE '024'.
002400         88  LR-MOT-SIN-COLA              VALUE '025'.
002500     05  LR-MOTIVO                PIC X(40).
002600*        TRAILER COUNT AS DECLARED (ZERO WHEN THE TRAILER
002700*        NEVER ARRIVED OR WAS ILLEGIBLE) AND DETAIL RECORDS
002800*        ACTUALLY RECEIVED - THE LATTER ARE THE RECORDS NOT
002900*        LOADED TONIGHT.
003000     05  LR-CANT-DECLARADA        PIC 9(08).
003100     05  LR-CANT-RECIBIDA         PIC 9(08).
003200     05  LR-IND-REINGRESO         PIC X(01).
003300         88  LR-PUEDE-REINGRESAR          VALUE 'S'.
003400     05  FILLER                   PIC X(08).
