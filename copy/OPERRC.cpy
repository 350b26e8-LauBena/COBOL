000100*-----------------------------------------------------------*
000200*  OPERRC.CPY                                                *
000300*  RECORD LAYOUT FOR THE OPERATOR AUTHORIZATION FILE         *
000400*  (OPERADOR).  ONE RECORD PER USER ID ALLOWED TO RUN THE    *
000500*  ONLINE PROGRAMS, KEYED BY OP-USUARIO - THE SAME LOGNAME   *
000600*  THAT ENDS UP IN PM-USUARIO-ALTA/ULT-MOD AND AU-USUARIO.   *
000700*  OP-ROL SAYS WHICH FUNCTIONS THE OPERATOR MAY RUN; THE     *
000800*  ROLE-TO-FUNCTION TABLE ITSELF LIVES IN ONE PLACE ONLY,    *
000900*  THE VALOPER MODULE EVERY ONLINE PROGRAM CALLS:            *
001000*     CAPTURA      - ALTA, CAMBIO, DEFUNCION, CONSULTA       *
001100*     CORRECCION   - REJECT CORRECTION (TESTEFIX), CONSULTA  *
001200*     SUPERVISOR   - EVERYTHING A CAPTURA OR CORRECCION      *
001300*                    OPERATOR MAY DO, PLUS BAJA, FUSION,     *
001350*                    DESFUSION, NO DUPLICADO, CONSTANCIA     *
001400*                    ANNULMENT (TESTEVCO) AND OPERATOR       *
001450*                    MAINTENANCE (TESTEOPR)                  *
001500*     REFERENCIA   - NATIONALITY CODE MAINTENANCE (TESTENAC) *
001600*                    AND CONSULTA                            *
001700*  AN OPERATOR WHO LEAVES IS INHABILITADO, NEVER DELETED -   *
001800*  THE USER ID STAYS ON THE AUDIT TRAIL AND MUST KEEP ITS    *
001900*  MEANING.  THE AUDIT STAMPS MIRROR THE ONES NACIOREF       *
002000*  CARRIES.                                                  *
002100*-----------------------------------------------------------*
002200 01  OP-OPERATOR-RECORD.
002300     05  OP-USUARIO               PIC X(08).
002400     05  OP-NOMBRE                PIC X(25).
002500     05  OP-ROL                   PIC X(01).
002600         88  OP-ROL-CAPTURA               VALUE 'C'.
002700         88  OP-ROL-CORRECCION            VALUE 'M'.
002800         88  OP-ROL-SUPERVISOR            VALUE 'S'.
002900         88  OP-ROL-REFERENCIA            VALUE 'R'.
003000         88  OP-ROL-VALIDO                VALUE 'C' 'M' 'S'
003100                                                'R'.
003200     05  OP-ESTADO                PIC X(01).
003300         88  OP-EST-HABILITADO            VALUE 'A'.
003400         88  OP-EST-INHABILITADO          VALUE 'I'.
003500     05  OP-FECHA-ALTA            PIC 9(08).
003600     05  OP-HORA-ALTA             PIC 9(06).
003700     05  OP-USUARIO-ALTA          PIC X(08).
003800     05  OP-FECHA-ULT-MOD         PIC 9(08).
003900     05  OP-HORA-ULT-MOD          PIC 9(06).
004000     05  OP-USUARIO-ULT-MOD       PIC X(08).
004100     05  FILLER                   PIC X(05).
