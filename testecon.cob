001580*     2026-09-03  RQ   A MATCH THAT WAS FUSIONADO IS SHOWN   *
001590*                      AS A POINTER TO ITS SURVIVING NUMBER  *
001595*                      INSTEAD OF BEING SILENTLY OMITTED.    *
001596*     2026-10-15  RQ   A MATCH THAT IS FALLECIDO IS SHOWN    *
001597*                      WITH ITS NAME AND DATE OF DEATH.      *
001600*-----------------------------------------------------------*
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. TESTECON.
008230             DISPLAY "Nro de persona: " PM-NRO-PERSONA
008240                     " (fusionado en el nro " PM-NRO-FUSION ")"
008250         END-IF
008260         IF PM-REG-FALLECIDO
008265             DISPLAY WS-ESPACIO
008270             DISPLAY "Nro de persona: " PM-NRO-PERSONA
008275                     " (fallecido el " PM-FECHA-DEFUNCION ")"
008280             DISPLAY "Apellido: " PM-APELLIDO
008285             DISPLAY "Nombre: " PM-NOMBRE
008290         END-IF
008300         PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
008400     END-IF.
008500 2000-EXIT.
