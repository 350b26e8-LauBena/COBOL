001130*  HEADER/TRAILER OF ITS OWN (OFFICE 99, THE CORRECTION      *
001140*  DESK), SO TWO SESSIONS THE SAME DAY NEVER SHARE A         *
001150*  NUMBER.                                                   *
001160*  LT-LOTE-RETENIDO HOLDS UP TO TWO BATCH NUMBERS THAT       *
001170*  TESTELOD SET ASIDE IN TRANQUAR BEFORE THEY WERE EVER      *
001180*  LOADED.  A HEADER CARRYING ONE OF THEM IS LET BACK IN ON  *
001182*  A LATER NIGHT WITH ITS ORIGINAL FILE DATE AND NUMBER,     *
001184*  EVEN IF LT-ULTIMO-LOTE HAS MOVED PAST IT MEANWHILE, AND   *
001186*  THE SLOT IS CLEARED ONCE IT LOADS.  ZERO = FREE SLOT.     *
001200*-----------------------------------------------------------*
001300 01  LT-LOTE-RECORD.
001400     05  LT-ULTIMO-LOTE           PIC 9(04).
001450     05  LT-ULTIMO-ASIGNADO       PIC 9(04).
001500     05  LT-FECHA-ULT-LOTE        PIC 9(08).
001600     05  LT-LOTES-RETENIDOS.
001700         10  LT-LOTE-RETENIDO     OCCURS 2 TIMES
001800                                  PIC 9(04).
