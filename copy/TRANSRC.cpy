000300*  RECORD LAYOUT FOR A RAW TRANSACTION INPUT RECORD - ONE     *
000400*  PERSON PER LINE, AS RECEIVED FROM THE SENDING OFFICE.      *
000500*  FIXED COLUMNS.  TR-TIPO-ACCION SAYS WHAT THE SENDING       *
000600*  OFFICE WANTS DONE (ALTA, CAMBIO, BAJA, FUSION, DEFUNCION   *
000700*  OR DESFUSION, MATCHING WHAT TESTEMNT DOES ONLINE).         *
000750*  TR-NRO-PERSONA IS THE PERMANENT REGISTER NUMBER OF THE     *
000800*  PERSON A CAMBIO, BAJA, FUSION OR DEFUNCION REFERS          *
000900*  TO - THE SENDING OFFICE LEARNS IT FROM THE NIGHTLY         *
001000*  ACKNOWLEDGMENT OF THE ALTA.  IT IS IGNORED (MAY BE         *
001100*  BLANK) ON AN ALTA, WHERE THE NUMBER IS ASSIGNED HERE.      *
001600         88  TR-ACCION-CAMBIO             VALUE 'C'.
001700         88  TR-ACCION-BAJA               VALUE 'B'.
001750         88  TR-ACCION-FUSION             VALUE 'F'.
001760         88  TR-ACCION-DEFUNCION          VALUE 'D'.
001770         88  TR-ACCION-DESFUSION          VALUE 'U'.
001800     05  TR-NRO-PERSONA           PIC X(08).
001900     05  TR-NOMBRE                PIC X(10).
002000     05  TR-APELLIDO              PIC X(15).
002100     05  TR-FECHA-NAC             PIC X(08).
002200     05  TR-NACIONALIDAD          PIC X(15).
002210*        ONLY FOR A DEFUNCION: THE DEATH CERTIFICATE (ACTA)
002220*        REFERENCE, IN PLACE OF THE NATIONALITY.
002230     05  TR-ACTA-DEFUNCION        REDEFINES TR-NACIONALIDAD
002240                                  PIC X(15).
002250*        DNI - BLANK MEANS THE PERSON ARRIVED UNDOCUMENTED.
002300     05  TR-NRO-DOCUMENTO         PIC X(08).
002350*        ONLY FOR A FUSION: THE SURVIVING REGISTER NUMBER.
002360*        TR-NRO-PERSONA CARRIES THE NUMBER BEING RETIRED.
002370*        A DESFUSION CARRIES THE SAME PAIR - TR-NRO-PERSONA
002380*        IS THE NUMBER TO RESTORE, TR-NRO-FUSION THE
002390*        SURVIVOR IT WAS WRONGLY MERGED INTO.
002400     05  TR-NRO-FUSION            PIC X(08).
002410*        ONLY FOR A DEFUNCION: THE DATE OF DEATH (AAAAMMDD).
002420     05  TR-FECHA-DEFUNCION       REDEFINES TR-NRO-FUSION
002430                                  PIC X(08).
002450*        CODE OF THE SENDING OFFICE (01-99).  THREE OFFICES
002460*        NOW FEED THE NIGHTLY LOAD WITH THEIR FILES SIMPLY
002470*        CONCATENATED - THIS IS WHAT LETS A REJECT OR AN
