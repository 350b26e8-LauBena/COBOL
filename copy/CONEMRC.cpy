000100*-----------------------------------------------------------*
000200*  CONEMRC.CPY                                               *
000300*  RECORD LAYOUT FOR THE CONSTANCIA ISSUANCE REGISTER        *
000400*  (CONEMIT).  TESTECER WRITES ONE RECORD FOR EVERY          *
000500*  CONSTANCIA DE INSCRIPCION IT NUMBERS FROM CERCTL, AND     *
000600*  THE RECORD IS NEVER DELETED.  IT SAYS WHO THE PAPER WAS   *
000700*  ISSUED FOR, WHEN AND BY WHOM, AND CARRIES CN-HUELLA -     *
000800*  THE FINGERPRINT (HUELCON) OF THE PERSON DATA PRINTED ON   *
000900*  IT - SO TESTEVCO CAN ANSWER A BANK OR CONSULATE ASKING    *
001000*  WHETHER CONSTANCIA N IS GENUINE AND WHETHER THE REGISTER  *
001100*  STILL SAYS WHAT THE PAPER SAYS.  A CONSTANCIA IS NEVER    *
001200*  REISSUED UNDER THE SAME NUMBER; A WRONG ONE IS ANNULLED   *
001300*  BY A SUPERVISOR (CN-EST-ANULADA, WITH THE REASON), WHICH  *
001400*  KEEPS THE RECORD SO THE ANSWER STAYS "ANULADA" RATHER     *
001500*  THAN "NO EXISTE".                                         *
001600*-----------------------------------------------------------*
001700 01  CN-ISSUE-RECORD.
001800     05  CN-NRO-CONSTANCIA        PIC 9(08).
001900*        THE REGISTER NUMBER CERTIFIED (THE SURVIVOR WHEN THE
002000*        NUMBER QUOTED HAD BEEN FUSIONADO) AND THE ONE QUOTED.
002100     05  CN-NRO-PERSONA           PIC 9(08).
002200     05  CN-NRO-CITADO            PIC 9(08).
002300     05  CN-FECHA-EMISION         PIC 9(08).
002400     05  CN-HORA-EMISION          PIC 9(06).
002500     05  CN-USUARIO-EMISION       PIC X(08).
002600     05  CN-HUELLA                PIC 9(10).
002700*        AS PRINTED, SO THE INQUIRY CAN SAY WHO IT WAS ISSUED
002800*        TO EVEN AFTER THE PERSON HAS BEEN PURGED.
002900     05  CN-APELLIDO              PIC X(15).
003000     05  CN-NOMBRE                PIC X(10).
003100     05  CN-NRO-DOCUMENTO         PIC X(08).
003200*        PM-IND-BORRADO OF THE RECORD WHEN IT WAS PRINTED, AND
003300*        THE PURGE DATE WHEN IT WAS PRINTED FROM PERSHIST
003400*        (ZERO OTHERWISE) - THE INQUIRY TELLS A BAJA, FUSION
003500*        OR PURGE AFTER ISSUE FROM ONE ALREADY ON THE PAPER.
003600     05  CN-ESTADO-PERSONA        PIC X(01).
003700     05  CN-FECHA-DEPURACION      PIC 9(08).
003800     05  CN-ESTADO                PIC X(01).
003900         88  CN-EST-VIGENTE               VALUE 'V'.
004000         88  CN-EST-ANULADA               VALUE 'A'.
004100     05  CN-FECHA-ANULACION       PIC 9(08).
004200     05  CN-HORA-ANULACION        PIC 9(06).
004300     05  CN-USUARIO-ANULACION     PIC X(08).
004400     05  CN-MOTIVO-ANULACION      PIC X(40).
004500     05  FILLER                   PIC X(19).
