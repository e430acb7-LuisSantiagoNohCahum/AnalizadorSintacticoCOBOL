      * el registro de LOGREC para no truncar los campos agregados
      * al final de la bitacora.
       FD  LOG-ARCHIVO.
       01  ARCH-RECORD             PIC X(120).

       FD  LOG-TRABAJO.
       01  TRAB-RECORD             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG PIC XX.
           88 FIN-DE-TRABAJO VALUE "S".

       01 WS-FECHA-HOY PIC X(8).
           COPY FECHLINK.
       01 WS-FECHA-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-FECHA-REGISTRO PIC X(8).

           GOBACK.

       1000-INICIAR.
           MOVE "C" TO FECHA-FUNCION
           CALL "FECHANEG" USING FECHA-AREA
           MOVE FECHA-NEGOCIO TO WS-FECHA-HOY
           OPEN INPUT COBCALC-LOG
           IF WS-FS-LOG NOT = "00" AND WS-FS-LOG NOT = "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR COBCALC-LOG.DAT ("
