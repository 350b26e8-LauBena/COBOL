001300         88  TG-ACCION-CAMBIO             VALUE 'C'.
001400         88  TG-ACCION-BAJA               VALUE 'B'.
001450         88  TG-ACCION-FUSION             VALUE 'F'.
001460         88  TG-ACCION-DEFUNCION          VALUE 'D'.
001470         88  TG-ACCION-DESFUSION          VALUE 'U'.
001500     05  TG-NRO-PERSONA           PIC X(08).
001600     05  TG-NOMBRE                PIC X(10).
001700     05  TG-APELLIDO              PIC X(15).
001800     05  TG-FECHA-NAC             PIC X(08).
001900     05  TG-NACIONALIDAD          PIC X(15).
001910     05  TG-ACTA-DEFUNCION        REDEFINES TG-NACIONALIDAD
001920                                  PIC X(15).
002000     05  TG-NRO-DOCUMENTO         PIC X(08).
002100     05  TG-NRO-FUSION            PIC X(08).
002110     05  TG-FECHA-DEFUNCION       REDEFINES TG-NRO-FUSION
002120                                  PIC X(08).
002200     05  TG-OFICINA               PIC X(02).
